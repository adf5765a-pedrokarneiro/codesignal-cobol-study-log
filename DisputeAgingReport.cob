       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeAgingReport.
      *> DisputeAgingReport is the daily aging of the open customer
      *> dispute cases on the DISPUTES case file, so no deadline
      *> passes unnoticed and no provisional credit sits on an
      *> account for months. Every open case is listed in deadline
      *> order on the DSPAGRPT report with its claim date, the
      *> provisional credit outstanding and the calendar days left
      *> to its resolution deadline. A case within the DSPPARM
      *> warning days of its deadline (10 when there is no parameter
      *> file) is marked DUE SOON; a case past it is marked OVERDUE
      *> and raises an operator alert, and any overdue case ends the
      *> step with condition code 4.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the DSPAGCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per open dispute
      *> case.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Dispute-File ASSIGN TO "DISPUTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS Dsp-File-Status.

           SELECT Dispute-Parm-File ASSIGN TO "DSPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Report-Print-File ASSIGN TO "DSPAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "DSPAGCSV"
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

           SELECT Sort-Work-File ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  Dispute-File.
       COPY DISPUTE.

       FD  Dispute-Parm-File.
       01 Dispute-Parm-Record.
           05 Parm-Resolution-Days  PIC 9(03).
           05 Parm-Warning-Days     PIC 9(03).

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

       SD  Sort-Work-File.
       01 Sort-Work-Record.
           05 Swr-Deadline-Date     PIC 9(08).
           05 Swr-Acct-Number       PIC X(15).
           05 Swr-Case-Seq          PIC 9(03).
           05 Swr-Jrnl-Post-Date    PIC 9(08).
           05 Swr-Claim-Date        PIC 9(08).
           05 Swr-Disputed-Amount   PIC 9(07)V99.
           05 Swr-Opened-By         PIC X(08).

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Dsp-File-Status PIC X(02) VALUE "00".
          88 Dsp-File-Ok VALUE "00".
          88 Dsp-File-Eof VALUE "10".

       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".

       01 Rpt-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Warning-Days PIC 9(03) VALUE 10.

       01 Sort-Return-Done-Flag PIC X(01) VALUE "N".
          88 Sort-Return-Done VALUE "Y".

       01 Open-Cases PIC 9(05) VALUE 0.
       01 Cases-Due-Soon PIC 9(05) VALUE 0.
       01 Cases-Overdue PIC 9(05) VALUE 0.
       01 Provisional-Total PIC 9(09)V99 VALUE 0.

      *> Days between two dates are counted by walking the earlier
      *> one forward a day at a time; the month lengths carry
      *> February at 28 and a leap year adds the 29th. A gap past
      *> 999 days shows as 999.
       01 Day-Count PIC 9(03).
       01 Walk-Target-Date PIC 9(08).
       01 Walk-Date PIC 9(08).
       01 Walk-Date-Split REDEFINES Walk-Date.
           05 Walk-Year             PIC 9(04).
           05 Walk-Month            PIC 9(02).
           05 Walk-Day              PIC 9(02).
       01 Month-Length-Values PIC X(24)
           VALUE "312831303130313130313031".
       01 Month-Length-Table REDEFINES Month-Length-Values.
           05 Month-Length          PIC 9(02) OCCURS 12 TIMES.
       01 Days-In-Month PIC 9(02).
       01 Leap-Quotient PIC 9(04).
       01 Leap-Remainder-4 PIC 9(04).
       01 Leap-Remainder-100 PIC 9(04).
       01 Leap-Remainder-400 PIC 9(04).

       01 Column-Line.
           05 FILLER               PIC X(17) VALUE "  ACCOUNT".
           05 FILLER               PIC X(06) VALUE "CASE".
           05 FILLER               PIC X(10) VALUE "DEBITED".
           05 FILLER               PIC X(10) VALUE "CLAIMED".
           05 FILLER               PIC X(17) VALUE "   PROVISIONAL".
           05 FILLER               PIC X(10) VALUE "DEADLINE".
           05 FILLER               PIC X(10) VALUE "DAYS".
           05 FILLER               PIC X(10) VALUE "STATUS".
           05 FILLER               PIC X(10) VALUE "OPENED BY".

       01 Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Acct-Number      PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Case-Seq         PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Post-Date        PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Claim-Date       PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Amount           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Deadline-Date    PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Days             PIC -ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Det-Status           PIC X(10).
           05 Det-Opened-By        PIC X(08).

       01 Total-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tot-Label            PIC X(30).
           05 Tot-Count            PIC ZZ,ZZ9.

       01 Amount-Total-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(30)
               VALUE "Provisional credit outstanding".
           05 Atl-Amount           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Control SECTION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Read-Dispute-Parm.
           OPEN INPUT Dispute-File.
           OPEN OUTPUT Report-Print-File.
           MOVE "DISPUTE CASE AGING" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "ACCOUNT," "CASE," "POSTED," "CLAIMED," "AMOUNT,"
               "DEADLINE," "DAYS LEFT," "STATUS," "OPENED BY"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Column-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           SORT Sort-Work-File
               ASCENDING KEY Swr-Deadline-Date Swr-Acct-Number
                   Swr-Case-Seq
               INPUT PROCEDURE IS Select-Open-Cases
               OUTPUT PROCEDURE IS Print-Open-Cases.
           IF Open-Cases = 0
               MOVE "    No open dispute cases." TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Print-Aging-Totals.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           IF Dsp-File-Ok OR Dsp-File-Eof
               CLOSE Dispute-File
           END-IF.
           DISPLAY "Open dispute cases: " Open-Cases.
           DISPLAY "Due within " Warning-Days " days: " Cases-Due-Soon.
           DISPLAY "Past deadline: " Cases-Overdue.
           IF Cases-Overdue > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> A missing parameter file falls back to a warning ten days
      *> ahead of the deadline.
       Read-Dispute-Parm.
           OPEN INPUT Dispute-Parm-File.
           IF Parm-File-Ok
               READ Dispute-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Parm-Warning-Days TO Warning-Days
               END-READ
               CLOSE Dispute-Parm-File
           END-IF.

       Print-Aging-Totals.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "Open cases" TO Tot-Label.
           MOVE Open-Cases TO Tot-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "Due soon" TO Tot-Label.
           MOVE Cases-Due-Soon TO Tot-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "Overdue" TO Tot-Label.
           MOVE Cases-Overdue TO Tot-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Provisional-Total TO Atl-Amount.
           MOVE Amount-Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Select-Open-Cases SECTION.
       Select-Start.
           IF Dsp-File-Ok
               MOVE LOW-VALUES TO Dsp-Key
               START Dispute-File KEY IS GREATER THAN Dsp-Key
                   INVALID KEY
                       SET Dsp-File-Eof TO TRUE
               END-START
               IF Dsp-File-Ok
                   PERFORM Read-Next-Case
               END-IF
               PERFORM Select-One-Case UNTIL Dsp-File-Eof
           ELSE
               DISPLAY "No dispute case file - nothing to age."
           END-IF.
           GO TO Select-Exit.

       Read-Next-Case.
           READ Dispute-File NEXT RECORD
               AT END
                   SET Dsp-File-Eof TO TRUE
           END-READ.

       Select-One-Case.
           IF Dsp-Open
               MOVE Dsp-Deadline-Date TO Swr-Deadline-Date
               MOVE Dsp-Acct-Number TO Swr-Acct-Number
               MOVE Dsp-Case-Seq TO Swr-Case-Seq
               MOVE Dsp-Jrnl-Post-Date TO Swr-Jrnl-Post-Date
               MOVE Dsp-Claim-Date TO Swr-Claim-Date
               MOVE Dsp-Disputed-Amount TO Swr-Disputed-Amount
               MOVE Dsp-Opened-By TO Swr-Opened-By
               RELEASE Sort-Work-Record
           END-IF.
           PERFORM Read-Next-Case.

       Select-Exit.
           EXIT.

       Print-Open-Cases SECTION.
       Print-Start.
           MOVE "N" TO Sort-Return-Done-Flag.
           PERFORM Print-Case-Line UNTIL Sort-Return-Done.
           GO TO Print-Exit.

       Print-Case-Line.
           RETURN Sort-Work-File
               AT END
                   SET Sort-Return-Done TO TRUE
               NOT AT END
                   PERFORM Print-One-Case
           END-RETURN.

      *> Days left count down to the deadline day itself; a case
      *> still open after it shows the days it is overdue as a
      *> negative.
       Print-One-Case.
           ADD 1 TO Open-Cases.
           ADD Swr-Disputed-Amount TO Provisional-Total.
           MOVE SPACES TO Detail-Line.
           MOVE Swr-Acct-Number TO Det-Acct-Number.
           MOVE Swr-Case-Seq TO Det-Case-Seq.
           MOVE Swr-Jrnl-Post-Date TO Det-Post-Date.
           MOVE Swr-Claim-Date TO Det-Claim-Date.
           MOVE Swr-Disputed-Amount TO Det-Amount.
           MOVE Swr-Deadline-Date TO Det-Deadline-Date.
           MOVE Swr-Opened-By TO Det-Opened-By.
           IF Swr-Deadline-Date < Today-Date
               MOVE Swr-Deadline-Date TO Walk-Date
               MOVE Today-Date TO Walk-Target-Date
               PERFORM Count-Days-Between
               COMPUTE Det-Days = 0 - Day-Count
               MOVE "OVERDUE" TO Det-Status
               ADD 1 TO Cases-Overdue
               PERFORM Write-Overdue-Alert
           ELSE
               MOVE Today-Date TO Walk-Date
               MOVE Swr-Deadline-Date TO Walk-Target-Date
               PERFORM Count-Days-Between
               MOVE Day-Count TO Det-Days
               IF Day-Count NOT > Warning-Days
                   MOVE "DUE SOON" TO Det-Status
                   ADD 1 TO Cases-Due-Soon
               END-IF
           END-IF.
           MOVE Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Count-Days-Between.
           MOVE 0 TO Day-Count.
           PERFORM Add-One-Day
               UNTIL Walk-Date >= Walk-Target-Date
               OR Day-Count = 999.

       Add-One-Day.
           ADD 1 TO Day-Count.
           MOVE Month-Length(Walk-Month) TO Days-In-Month.
           IF Walk-Month = 2
               DIVIDE Walk-Year BY 4 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-4
               DIVIDE Walk-Year BY 100 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-100
               DIVIDE Walk-Year BY 400 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-400
               IF Leap-Remainder-4 = 0
                   AND (Leap-Remainder-100 NOT = 0
                       OR Leap-Remainder-400 = 0)
                   MOVE 29 TO Days-In-Month
               END-IF
           END-IF.
           IF Walk-Day < Days-In-Month
               ADD 1 TO Walk-Day
           ELSE
               MOVE 1 TO Walk-Day
               IF Walk-Month < 12
                   ADD 1 TO Walk-Month
               ELSE
                   MOVE 1 TO Walk-Month
                   ADD 1 TO Walk-Year
               END-IF
           END-IF.

       Write-Overdue-Alert.
           MOVE 9001 TO Alert-Err-Code.
           SET Alert-Warning TO TRUE.
           MOVE SPACES TO Alert-Text.
           STRING "Dispute overdue " DELIMITED BY SIZE
               Swr-Acct-Number DELIMITED BY SPACE
               " case " DELIMITED BY SIZE
               Swr-Case-Seq DELIMITED BY SIZE
               INTO Alert-Text
           END-STRING.
           PERFORM Write-Operator-Alert.

       Print-Exit.
           EXIT.

       Report-Helpers SECTION.

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
           MOVE "DisputeAgingReport" TO Alert-Program-Id.
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
           MOVE "DisputeAgingReport" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Open-Cases TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Swr-Acct-Number TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Swr-Case-Seq TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Swr-Jrnl-Post-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Swr-Claim-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Swr-Disputed-Amount TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Swr-Deadline-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Det-Days TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Det-Status TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Swr-Opened-By TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
