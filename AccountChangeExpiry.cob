       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountChangeExpiry.
      *> AccountChangeExpiry closes the day on the ACCTCHG
      *> pending-change queue: every sensitive account change
      *> AccountMaintenance held that no second operator approved
      *> or rejected in AcctChangeApproval is listed on the CHGXRPT
      *> exception report - the account, the change from and to,
      *> who keyed it and when - and dropped from the queue, so a
      *> change nobody looked at never lingers into another day.
      *> The account keeps the value it had. Anything expired
      *> raises one operator alert and returns condition code 4 so
      *> the nightly summary notices.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the CHGXCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per expired change.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Account-Change-File ASSIGN TO "ACCTCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS Chg-File-Status.

           SELECT Report-Print-File ASSIGN TO "CHGXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "CHGXCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Alert-File ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Account-Change-File.
       COPY ACCTCHG.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Alert-File.
       COPY ALERTREC.

       FD  Job-Log-File.
       COPY JOBLOG.

       FD  Run-Control-File.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Chg-File-Status PIC X(02) VALUE "00".
          88 Chg-File-Ok VALUE "00".
          88 Chg-File-Eof VALUE "10".

       01 Rpt-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Changes-Expired PIC 9(05) VALUE 0.
       01 Changes-Expired-Display PIC ZZZZ9.

       01 Column-Line.
           05 FILLER               PIC X(17) VALUE "  ACCOUNT".
           05 FILLER               PIC X(21) VALUE "FIELD".
           05 FILLER               PIC X(26) VALUE "FROM".
           05 FILLER               PIC X(26) VALUE "TO".
           05 FILLER               PIC X(10) VALUE "KEYED BY".
           05 FILLER               PIC X(18) VALUE "KEYED ON".

       01 Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Acct-Number      PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Field-Name       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Old-Value        PIC X(25).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-New-Value        PIC X(25).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Made-By          PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Made-Date        PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Made-Time        PIC 9(08).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           OPEN OUTPUT Report-Print-File.
           MOVE "EXPIRED ACCOUNT CHANGES" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "ACCOUNT," "FIELD," "FROM," "TO," "KEYED BY,"
               "KEYED ON," "KEYED AT"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Column-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           OPEN I-O Account-Change-File.
           IF Chg-File-Ok
               MOVE LOW-VALUES TO Chg-Key
               START Account-Change-File KEY IS GREATER THAN Chg-Key
                   INVALID KEY
                       SET Chg-File-Eof TO TRUE
               END-START
               IF Chg-File-Ok
                   PERFORM Read-Next-Change
               END-IF
               PERFORM Expire-One-Change UNTIL Chg-File-Eof
               CLOSE Account-Change-File
           END-IF.
           IF Changes-Expired = 0
               MOVE "    No account changes left waiting."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           DISPLAY "Account changes expired: " Changes-Expired.
           IF Changes-Expired > 0
               MOVE Changes-Expired TO Changes-Expired-Display
               MOVE 9001 TO Alert-Err-Code
               MOVE SPACES TO Alert-Text
               STRING Changes-Expired-Display DELIMITED BY SIZE
                   " account changes expired unapproved"
                   DELIMITED BY SIZE
                   INTO Alert-Text
               END-STRING
               SET Alert-Warning TO TRUE
               PERFORM Write-Operator-Alert
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

       Read-Next-Change.
           READ Account-Change-File NEXT RECORD
               AT END
                   SET Chg-File-Eof TO TRUE
           END-READ.

       Expire-One-Change.
           MOVE SPACES TO Detail-Line.
           MOVE Chg-Acct-Number TO Det-Acct-Number.
           MOVE Chg-Field-Name TO Det-Field-Name.
           MOVE Chg-Old-Value TO Det-Old-Value.
           MOVE Chg-New-Value TO Det-New-Value.
           MOVE Chg-Made-By TO Det-Made-By.
           MOVE Chg-Made-Date TO Det-Made-Date.
           MOVE Chg-Made-Time TO Det-Made-Time.
           MOVE Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.
           DELETE Account-Change-File RECORD.
           ADD 1 TO Changes-Expired.
           PERFORM Read-Next-Change.

      *> Reads the official business date from the RUNCTL
      *> run-control file; a missing or empty run-control file
      *> falls back to the system date so a standalone run still
      *> works.
       Read-Business-Date.
           OPEN INPUT Run-Control-File.
           IF Runctl-File-Ok
               READ Run-Control-File
                   AT END
                       ACCEPT Today-Date FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE Run-Business-Date TO Today-Date
               END-READ
               CLOSE Run-Control-File
           ELSE
               ACCEPT Today-Date FROM DATE YYYYMMDD
           END-IF.

       Write-Operator-Alert.
           MOVE "AccountChangeExpiry" TO Alert-Program-Id.
           MOVE Today-Date TO Alert-Business-Date.
           OPEN EXTEND Alert-File.
           IF Alert-File-Status = "35"
               CLOSE Alert-File
               OPEN OUTPUT Alert-File
           END-IF.
           MOVE "N" TO Alert-Ack-Flag.
           MOVE SPACES TO Alert-Ack-User.
           MOVE 0 TO Alert-Ack-Date.
           WRITE Operator-Alert-Record.
           CLOSE Alert-File.

       Write-Job-Log.
           MOVE "AccountChangeExpiry" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Changes-Expired TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Chg-Acct-Number TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Chg-Field-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Chg-Old-Value TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Chg-New-Value TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Chg-Made-By TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Chg-Made-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Chg-Made-Time TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
