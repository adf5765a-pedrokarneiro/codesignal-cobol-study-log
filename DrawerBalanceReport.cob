       IDENTIFICATION DIVISION.
       PROGRAM-ID. DrawerBalanceReport.
      *> DrawerBalanceReport balances every teller's cash drawer for
      *> the RUNCTL business date after BankPosting. The day's teller
      *> cash items are taken from PSTJRNL - entries under the "T"
      *> teller source that are not transfers, totaled by the
      *> TRAN-OPERATOR-ID carried on the journal - credits as cash
      *> taken in and debits as cash paid out. Each teller's expected
      *> cash is the DRAWERS opening cash plus cash in less cash
      *> out, and the over/short is the counted cash less that. The
      *> DRAWRPT report lists each teller under their branch with
      *> branch subtotals and a grand total. An operator alert is
      *> written for every drawer over or short by more than the
      *> DRWPARM tolerance (5.00 when there is no parameter file),
      *> every drawer left open, and every teller who took or paid
      *> cash with no drawer opened at all; any of these ends the
      *> step with condition code 4.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the DRAWCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per teller drawer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Drawer-File ASSIGN TO "DRAWERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-KEY
               FILE STATUS IS Drw-File-Status.

           SELECT Posted-Journal-File ASSIGN TO "PSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Drawer-Parm-File ASSIGN TO "DRWPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Report-Print-File ASSIGN TO "DRAWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "DRAWCSV"
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
       FD  Drawer-File.
       COPY DRAWER.

       FD  Posted-Journal-File.
       COPY PSTJRNL.

       FD  Drawer-Parm-File.
       01 Drawer-Parm-Record.
           05 Parm-Tolerance        PIC 9(05)V99.

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
           05 Swr-Branch-Code       PIC X(05).
           05 Swr-Operator-Id       PIC X(08).
           05 Swr-Drawer-Status     PIC X(01).
              88 Swr-Drawer-Closed VALUE "C".
              88 Swr-Drawer-Open VALUE "O".
              88 Swr-No-Drawer VALUE "N".
           05 Swr-Opening-Cash      PIC S9(11)V99.
           05 Swr-Cash-In           PIC S9(11)V99.
           05 Swr-Cash-Out          PIC S9(11)V99.
           05 Swr-Counted-Cash      PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Drw-File-Status PIC X(02) VALUE "00".
          88 Drw-File-Ok VALUE "00".
          88 Drw-File-Eof VALUE "10".

       01 Jrnl-File-Status PIC X(02) VALUE "00".
          88 Jrnl-File-Ok VALUE "00".
          88 Jrnl-File-Eof VALUE "10".

       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".

       01 Rpt-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Drawer-Tolerance PIC 9(05)V99 VALUE 5.00.
       01 Item-Amount PIC S9(11)V99.
       01 Drawer-Alert-Reason PIC X(30).

       01 Max-Teller-Entries PIC 9(04) VALUE 300.
       01 Teller-Entry-Count PIC 9(04) VALUE 0.
       01 Teller-Sub PIC 9(04).
       01 Found-Teller-Sub PIC 9(04).
       01 Search-Operator-Id PIC X(08).
       01 Teller-Item-Table.
           05 Teller-Item-Entry OCCURS 300 TIMES.
              10 Tbl-Tlr-Operator-Id   PIC X(08).
              10 Tbl-Tlr-Cash-In       PIC S9(11)V99.
              10 Tbl-Tlr-Cash-Out      PIC S9(11)V99.
              10 Tbl-Tlr-Drawer-Found  PIC X(01).

       01 Cash-Items-Read PIC 9(07) VALUE 0.
       01 Drawers-Balanced PIC 9(05) VALUE 0.
       01 Drawers-Out-Of-Tolerance PIC 9(05) VALUE 0.
       01 Drawers-Not-Closed PIC 9(05) VALUE 0.
       01 Tellers-Without-Drawer PIC 9(05) VALUE 0.
       01 Drawers-Reported PIC 9(05) VALUE 0.

       01 Sort-Return-Done-Flag PIC X(01) VALUE "N".
          88 Sort-Return-Done VALUE "Y".
       01 First-Group-Flag PIC X(01) VALUE "Y".
          88 First-Group VALUE "Y".
       01 Current-Branch PIC X(05).

       01 Expected-Cash PIC S9(11)V99.
       01 Over-Short-Amount PIC S9(11)V99.
       01 Over-Short-Magnitude PIC 9(11)V99.

       01 Drawer-Totals.
           05 Tot-Opening-Cash      PIC S9(11)V99.
           05 Tot-Cash-In           PIC S9(11)V99.
           05 Tot-Cash-Out          PIC S9(11)V99.
           05 Tot-Expected-Cash     PIC S9(11)V99.
           05 Tot-Counted-Cash      PIC S9(11)V99.
           05 Tot-Over-Short        PIC S9(11)V99.
       01 Branch-Totals.
           05 Brt-Opening-Cash      PIC S9(11)V99.
           05 Brt-Cash-In           PIC S9(11)V99.
           05 Brt-Cash-Out          PIC S9(11)V99.
           05 Brt-Expected-Cash     PIC S9(11)V99.
           05 Brt-Counted-Cash      PIC S9(11)V99.
           05 Brt-Over-Short        PIC S9(11)V99.
           05 Brt-Teller-Count      PIC 9(05).

       01 Column-Line.
           05 FILLER               PIC X(10) VALUE "  TELLER".
           05 FILLER               PIC X(06) VALUE "BRNCH".
           05 FILLER               PIC X(16) VALUE "   OPENING CASH".
           05 FILLER               PIC X(16) VALUE "        CASH IN".
           05 FILLER               PIC X(16) VALUE "       CASH OUT".
           05 FILLER               PIC X(16) VALUE "       EXPECTED".
           05 FILLER               PIC X(16) VALUE "        COUNTED".
           05 FILLER               PIC X(16) VALUE "     OVER/SHORT".
           05 FILLER               PIC X(12) VALUE " STATUS".

       01 Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Operator-Id      PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Branch-Code      PIC X(05).
           05 Det-Opening-Cash     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Cash-In          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Cash-Out         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Expected-Cash    PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Counted-Cash     PIC -ZZZ,ZZZ,ZZ9.99.
           05 Det-Counted-Blank REDEFINES Det-Counted-Cash
                                   PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Over-Short       PIC -ZZZ,ZZZ,ZZ9.99.
           05 Det-Over-Short-Blank REDEFINES Det-Over-Short
                                   PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Flag             PIC X(01).
           05 Det-Status           PIC X(10).

       01 Total-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tot-Label            PIC X(14).
           05 Tot-Line-Opening     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tot-Line-Cash-In     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tot-Line-Cash-Out    PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tot-Line-Expected    PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tot-Line-Counted     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tot-Line-Over-Short  PIC -ZZZ,ZZZ,ZZ9.99.

       01 Branch-Heading-Line.
           05 FILLER               PIC X(09) VALUE "  BRANCH ".
           05 Bhl-Branch-Code      PIC X(05).

       PROCEDURE DIVISION.
       Main-Control SECTION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Read-Drawer-Parm.
           PERFORM Load-Teller-Cash-Items.
           OPEN INPUT Drawer-File.
           OPEN OUTPUT Report-Print-File.
           MOVE "TELLER DRAWER OVER/SHORT" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "TELLER," "BRANCH," "OPENING CASH," "CASH IN,"
               "CASH OUT," "EXPECTED," "COUNTED," "OVER/SHORT," "FLAG,"
               "STATUS"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Column-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           INITIALIZE Drawer-Totals.
           SORT Sort-Work-File
               ASCENDING KEY Swr-Branch-Code Swr-Operator-Id
               INPUT PROCEDURE IS Select-Teller-Drawers
               OUTPUT PROCEDURE IS Print-Drawer-Balances.
           IF NOT First-Group
               PERFORM Print-Branch-Subtotal
           END-IF.
           IF Drawers-Reported = 0
               MOVE "    No teller drawers or teller cash today."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "GRAND TOTAL" TO Tot-Label.
           MOVE Tot-Opening-Cash TO Tot-Line-Opening.
           MOVE Tot-Cash-In TO Tot-Line-Cash-In.
           MOVE Tot-Cash-Out TO Tot-Line-Cash-Out.
           MOVE Tot-Expected-Cash TO Tot-Line-Expected.
           MOVE Tot-Counted-Cash TO Tot-Line-Counted.
           MOVE Tot-Over-Short TO Tot-Line-Over-Short.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           IF Drw-File-Ok OR Drw-File-Eof
               CLOSE Drawer-File
           END-IF.
           DISPLAY "Teller cash items read: " Cash-Items-Read.
           DISPLAY "Drawers balanced within tolerance: "
               Drawers-Balanced.
           DISPLAY "Drawers over/short beyond tolerance: "
               Drawers-Out-Of-Tolerance.
           DISPLAY "Drawers never closed: " Drawers-Not-Closed.
           DISPLAY "Tellers with cash but no drawer: "
               Tellers-Without-Drawer.
           IF Drawers-Out-Of-Tolerance > 0
               OR Drawers-Not-Closed > 0
               OR Tellers-Without-Drawer > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> Every teller who took or paid cash today, with the cash
      *> totals, held in memory so each drawer finds its items and
      *> a teller with no drawer is still reported.
       Load-Teller-Cash-Items.
           OPEN INPUT Posted-Journal-File.
           IF Jrnl-File-Ok
               PERFORM Read-Next-Journal-Entry
               PERFORM Total-One-Journal-Entry UNTIL Jrnl-File-Eof
               CLOSE Posted-Journal-File
           END-IF.

       Read-Next-Journal-Entry.
           READ Posted-Journal-File
               AT END
                   SET Jrnl-File-Eof TO TRUE
           END-READ.

      *> Drawer cash is local currency, so the item is taken at the
      *> local amount posting stamped on it.
       Total-One-Journal-Entry.
           IF Jrnl-Post-Date = Today-Date
               AND Jrnl-Source-Code = "T"
               AND Jrnl-Counterpart-Acct = SPACES
               ADD 1 TO Cash-Items-Read
               IF Jrnl-Local-Amount IS NUMERIC
                   MOVE Jrnl-Local-Amount TO Item-Amount
               ELSE
                   MOVE Jrnl-Amount TO Item-Amount
               END-IF
               MOVE Jrnl-Operator-Id TO Search-Operator-Id
               PERFORM Find-Teller-Entry
               IF Found-Teller-Sub = 0
                   PERFORM Add-Teller-Entry
               END-IF
               IF Jrnl-Is-Credit
                   ADD Item-Amount TO Tbl-Tlr-Cash-In(Found-Teller-Sub)
               ELSE
                   ADD Item-Amount
                       TO Tbl-Tlr-Cash-Out(Found-Teller-Sub)
               END-IF
           END-IF.
           PERFORM Read-Next-Journal-Entry.

      *> A refused run reruns clean once the table is widened; the
      *> report is rebuilt whole each run.
       Add-Teller-Entry.
           IF Teller-Entry-Count >= Max-Teller-Entries
               DISPLAY "More than " Max-Teller-Entries
                   " tellers with cash today - refusing."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           ADD 1 TO Teller-Entry-Count.
           MOVE Teller-Entry-Count TO Found-Teller-Sub.
           MOVE Search-Operator-Id
               TO Tbl-Tlr-Operator-Id(Found-Teller-Sub).
           MOVE 0 TO Tbl-Tlr-Cash-In(Found-Teller-Sub).
           MOVE 0 TO Tbl-Tlr-Cash-Out(Found-Teller-Sub).
           MOVE "N" TO Tbl-Tlr-Drawer-Found(Found-Teller-Sub).

      *> Called with the operator wanted in Search-Operator-Id.
       Find-Teller-Entry.
           MOVE 0 TO Found-Teller-Sub.
           PERFORM Check-One-Teller-Entry
               VARYING Teller-Sub FROM 1 BY 1
               UNTIL Teller-Sub > Teller-Entry-Count
               OR Found-Teller-Sub > 0.

       Check-One-Teller-Entry.
           IF Tbl-Tlr-Operator-Id(Teller-Sub) = Search-Operator-Id
               MOVE Teller-Sub TO Found-Teller-Sub
           END-IF.

      *> A missing parameter file falls back to a tolerance of
      *> five local currency units either way.
       Read-Drawer-Parm.
           OPEN INPUT Drawer-Parm-File.
           IF Parm-File-Ok
               READ Drawer-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Parm-Tolerance TO Drawer-Tolerance
               END-READ
               CLOSE Drawer-Parm-File
           END-IF.

       Select-Teller-Drawers SECTION.
       Select-Start.
           IF Drw-File-Ok
               MOVE LOW-VALUES TO Drw-Key
               START Drawer-File KEY IS GREATER THAN Drw-Key
                   INVALID KEY
                       SET Drw-File-Eof TO TRUE
               END-START
               IF Drw-File-Ok
                   PERFORM Read-Next-Drawer
               END-IF
               PERFORM Select-One-Drawer UNTIL Drw-File-Eof
           ELSE
               DISPLAY "No drawer file - no drawers opened."
           END-IF.
           PERFORM Select-Teller-Without-Drawer
               VARYING Teller-Sub FROM 1 BY 1
               UNTIL Teller-Sub > Teller-Entry-Count.
           GO TO Select-Exit.

       Read-Next-Drawer.
           READ Drawer-File NEXT RECORD
               AT END
                   SET Drw-File-Eof TO TRUE
           END-READ.

       Select-One-Drawer.
           IF Drw-Business-Date = Today-Date
               MOVE Drw-Operator-Id TO Search-Operator-Id
               PERFORM Find-Teller-Entry
               MOVE Drw-Branch-Code TO Swr-Branch-Code
               MOVE Drw-Operator-Id TO Swr-Operator-Id
               IF Drw-Closed
                   SET Swr-Drawer-Closed TO TRUE
               ELSE
                   SET Swr-Drawer-Open TO TRUE
               END-IF
               MOVE Drw-Opening-Cash TO Swr-Opening-Cash
               MOVE Drw-Counted-Cash TO Swr-Counted-Cash
               MOVE 0 TO Swr-Cash-In
               MOVE 0 TO Swr-Cash-Out
               IF Found-Teller-Sub > 0
                   MOVE "Y" TO Tbl-Tlr-Drawer-Found(Found-Teller-Sub)
                   MOVE Tbl-Tlr-Cash-In(Found-Teller-Sub)
                       TO Swr-Cash-In
                   MOVE Tbl-Tlr-Cash-Out(Found-Teller-Sub)
                       TO Swr-Cash-Out
               END-IF
               RELEASE Sort-Work-Record
           END-IF.
           PERFORM Read-Next-Drawer.

      *> A teller with cash items but no drawer has no branch to
      *> be listed under, so is listed under "*NONE".
       Select-Teller-Without-Drawer.
           IF Tbl-Tlr-Drawer-Found(Teller-Sub) = "N"
               MOVE "*NONE" TO Swr-Branch-Code
               MOVE Tbl-Tlr-Operator-Id(Teller-Sub) TO Swr-Operator-Id
               SET Swr-No-Drawer TO TRUE
               MOVE 0 TO Swr-Opening-Cash
               MOVE 0 TO Swr-Counted-Cash
               MOVE Tbl-Tlr-Cash-In(Teller-Sub) TO Swr-Cash-In
               MOVE Tbl-Tlr-Cash-Out(Teller-Sub) TO Swr-Cash-Out
               RELEASE Sort-Work-Record
           END-IF.

       Select-Exit.
           EXIT.

       Print-Drawer-Balances SECTION.
       Print-Start.
           MOVE "N" TO Sort-Return-Done-Flag.
           PERFORM Print-Drawer-Line UNTIL Sort-Return-Done.
           GO TO Print-Exit.

       Print-Drawer-Line.
           RETURN Sort-Work-File
               AT END
                   SET Sort-Return-Done TO TRUE
               NOT AT END
                   PERFORM Print-One-Drawer
           END-RETURN.

       Print-One-Drawer.
           IF First-Group
               MOVE "N" TO First-Group-Flag
               MOVE Swr-Branch-Code TO Current-Branch
               PERFORM Print-Branch-Heading
           END-IF.
           IF Swr-Branch-Code NOT = Current-Branch
               PERFORM Print-Branch-Subtotal
               MOVE Swr-Branch-Code TO Current-Branch
               PERFORM Print-Branch-Heading
           END-IF.
           ADD 1 TO Drawers-Reported.
           ADD 1 TO Brt-Teller-Count.
           COMPUTE Expected-Cash =
               Swr-Opening-Cash + Swr-Cash-In - Swr-Cash-Out.
           MOVE SPACES TO Detail-Line.
           MOVE Swr-Operator-Id TO Det-Operator-Id.
           MOVE Swr-Branch-Code TO Det-Branch-Code.
           MOVE Swr-Opening-Cash TO Det-Opening-Cash.
           MOVE Swr-Cash-In TO Det-Cash-In.
           MOVE Swr-Cash-Out TO Det-Cash-Out.
           MOVE Expected-Cash TO Det-Expected-Cash.
           ADD Swr-Opening-Cash TO Brt-Opening-Cash.
           ADD Swr-Cash-In TO Brt-Cash-In.
           ADD Swr-Cash-Out TO Brt-Cash-Out.
           ADD Expected-Cash TO Brt-Expected-Cash.
           IF Swr-Drawer-Closed
               PERFORM Judge-Closed-Drawer
           ELSE
               MOVE SPACES TO Det-Counted-Blank
               MOVE SPACES TO Det-Over-Short-Blank
               MOVE "*" TO Det-Flag
               IF Swr-Drawer-Open
                   MOVE "NOT CLOSED" TO Det-Status
                   ADD 1 TO Drawers-Not-Closed
                   MOVE "Drawer never closed"
                       TO Drawer-Alert-Reason
               ELSE
                   MOVE "NO DRAWER" TO Det-Status
                   ADD 1 TO Tellers-Without-Drawer
                   MOVE "Teller cash with no drawer"
                       TO Drawer-Alert-Reason
               END-IF
               PERFORM Write-Drawer-Alert
           END-IF.
           MOVE Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Judge-Closed-Drawer.
           COMPUTE Over-Short-Amount =
               Swr-Counted-Cash - Expected-Cash.
           MOVE Over-Short-Amount TO Over-Short-Magnitude.
           MOVE Swr-Counted-Cash TO Det-Counted-Cash.
           MOVE Over-Short-Amount TO Det-Over-Short.
           ADD Swr-Counted-Cash TO Brt-Counted-Cash.
           ADD Over-Short-Amount TO Brt-Over-Short.
           IF Over-Short-Amount = 0
               MOVE "BALANCED" TO Det-Status
           ELSE
               IF Over-Short-Amount > 0
                   MOVE "OVER" TO Det-Status
               ELSE
                   MOVE "SHORT" TO Det-Status
               END-IF
           END-IF.
           IF Over-Short-Magnitude > Drawer-Tolerance
               MOVE "*" TO Det-Flag
               ADD 1 TO Drawers-Out-Of-Tolerance
               MOVE "Drawer out of tolerance" TO Drawer-Alert-Reason
               PERFORM Write-Drawer-Alert
           ELSE
               ADD 1 TO Drawers-Balanced
           END-IF.

       Print-Exit.
           EXIT.

       Report-Helpers SECTION.

       Print-Branch-Heading.
           INITIALIZE Branch-Totals.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Current-Branch TO Bhl-Branch-Code.
           MOVE Branch-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Print-Branch-Subtotal.
           MOVE SPACES TO Total-Line.
           MOVE "BRANCH TOTAL" TO Tot-Label.
           MOVE Brt-Opening-Cash TO Tot-Line-Opening.
           MOVE Brt-Cash-In TO Tot-Line-Cash-In.
           MOVE Brt-Cash-Out TO Tot-Line-Cash-Out.
           MOVE Brt-Expected-Cash TO Tot-Line-Expected.
           MOVE Brt-Counted-Cash TO Tot-Line-Counted.
           MOVE Brt-Over-Short TO Tot-Line-Over-Short.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           ADD Brt-Opening-Cash TO Tot-Opening-Cash.
           ADD Brt-Cash-In TO Tot-Cash-In.
           ADD Brt-Cash-Out TO Tot-Cash-Out.
           ADD Brt-Expected-Cash TO Tot-Expected-Cash.
           ADD Brt-Counted-Cash TO Tot-Counted-Cash.
           ADD Brt-Over-Short TO Tot-Over-Short.

      *> Called with Drawer-Alert-Reason set; the teller is
      *> appended to it.
       Write-Drawer-Alert.
           MOVE 9001 TO Alert-Err-Code.
           SET Alert-Warning TO TRUE.
           MOVE SPACES TO Alert-Text.
           STRING Drawer-Alert-Reason DELIMITED BY "  "
               " " Swr-Operator-Id DELIMITED BY SIZE
               INTO Alert-Text
           END-STRING.
           PERFORM Write-Operator-Alert.

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
           MOVE "DrawerBalanceReport" TO Alert-Program-Id.
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
           MOVE "DrawerBalanceReport" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Drawers-Reported TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Swr-Operator-Id TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Swr-Branch-Code TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Swr-Opening-Cash TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Swr-Cash-In TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Swr-Cash-Out TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Expected-Cash TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           IF Swr-Drawer-Closed
               MOVE Swr-Counted-Cash TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
               MOVE Over-Short-Amount TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
           ELSE
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
           END-IF.
           MOVE Det-Flag TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Det-Status TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
