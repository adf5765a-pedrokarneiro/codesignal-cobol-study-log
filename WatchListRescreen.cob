       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchListRescreen.
      *> WatchListRescreen is the weekly step that puts every
      *> customer already on CUSTMSTR back through the shared
      *> watch-list screening routine whenever WatchListLoad has
      *> changed the list - a name that was clean against last
      *> week's list may not be clean against this one. It runs only
      *> when the WATCHLST version on WATCHCTL is newer than the one
      *> last rescreened; otherwise it says so and ends. Each new
      *> possible match is filed on WATCHHIT for compliance, and the
      *> WATCHRPT hit report lists this run's new matches and then
      *> every match still awaiting a decision, to be confirmed or
      *> cleared in WatchHitReview. A customer already on the master
      *> stays active while the match is reviewed; the nightly
      *> CustomerRiskReview raises their risk rating meanwhile. New
      *> matches also raise a warning on the ALERTFIL operator-alert
      *> file so the morning operator sees them.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: Matches AccountApplication files when it screens
      *> an applicant are listed with the source APPLICATION.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the WATCHCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per watch-list hit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATCH-LIST-STATUS.

           SELECT WATCH-HIT-FILE ASSIGN TO "WATCHHIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHIT-KEY
               FILE STATUS IS WHIT-FILE-STATUS.

           SELECT Watch-Control-File ASSIGN TO "WATCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Wlc-File-Status.

           SELECT Report-Print-File ASSIGN TO "WATCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "WATCHCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Alert-File ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  WATCH-LIST-FILE.
       COPY WATCHLST.

       FD  WATCH-HIT-FILE.
       COPY WATCHHIT.

       FD  Watch-Control-File.
       COPY WATCHCTL.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Alert-File.
       COPY ALERTREC.

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Job-Log-File.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY WATCHWS.

       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".
          88 Cust-File-Eof VALUE "10".

       01 Wlc-File-Status PIC X(02) VALUE "00".
          88 Wlc-File-Ok VALUE "00".

       01 Rpt-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).

       01 Customers-Screened PIC 9(07) VALUE 0.
       01 New-Hits PIC 9(05) VALUE 0.
       01 Open-Hits PIC 9(05) VALUE 0.

       01 Hit-Heading-Line.
           05 FILLER               PIC X(09) VALUE "  CUST".
           05 FILLER               PIC X(42) VALUE "NAME".
           05 FILLER               PIC X(12) VALUE "LIST ENTRY".
           05 FILLER               PIC X(10) VALUE "FOUND".
           05 FILLER               PIC X(10) VALUE "BY".

       01 Hit-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Customer-Id      PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-First-Name       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Hdl-Last-Name        PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Hdl-Entry-Id         PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Found-Date       PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Source           PIC X(12).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           OPEN INPUT Watch-Control-File.
           IF NOT Wlc-File-Ok
               DISPLAY "No WATCHCTL control file - no watch list has"
                   " been loaded, nothing to rescreen."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           READ Watch-Control-File
               AT END
                   MOVE 0 TO WLC-LIST-VERSION
                   MOVE 0 TO WLC-RESCREEN-VERSION
           END-READ.
           CLOSE Watch-Control-File.
           IF WLC-LIST-VERSION = WLC-RESCREEN-VERSION
               DISPLAY "WATCHLST version " WLC-LIST-VERSION
                   " already rescreened on " WLC-RESCREEN-DATE
                   " - nothing to do."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN INPUT Customer-Master-File.
           IF Cust-File-Status = "35"
               DISPLAY "No customer-master file to rescreen."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           MOVE Today-Date TO Watch-Business-Date.
           MOVE "R" TO Watch-Hit-Source.
           PERFORM Open-Watch-Files.
           OPEN OUTPUT Report-Print-File.
           MOVE "WATCH-LIST RESCREEN HIT REPORT" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "CUSTOMER," "FIRST NAME," "LAST NAME," "LIST ENTRY,"
               "FOUND," "FOUND BY"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "  NEW MATCHES AGAINST WATCHLST VERSION "
                   DELIMITED BY SIZE
               WLC-LIST-VERSION DELIMITED BY SIZE
               INTO RPT-PRINT-LINE
           END-STRING.
           PERFORM Report-Write-Line.
           MOVE Hit-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Scan-Customers.
           IF New-Hits = 0
               MOVE "  No new watch-list matches." TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "  ALL MATCHES AWAITING A COMPLIANCE DECISION"
               TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Hit-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM List-Open-Hits.
           IF Open-Hits = 0
               MOVE "  No matches awaiting a decision."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           PERFORM Close-Watch-Files.
           CLOSE Customer-Master-File.
           MOVE WLC-LIST-VERSION TO WLC-RESCREEN-VERSION.
           MOVE Today-Date TO WLC-RESCREEN-DATE.
           OPEN OUTPUT Watch-Control-File.
           WRITE WATCH-CONTROL-RECORD.
           CLOSE Watch-Control-File.
           DISPLAY "Customers screened: " Customers-Screened.
           DISPLAY "New watch-list matches: " New-Hits.
           DISPLAY "Matches awaiting a decision: " Open-Hits.
           IF New-Hits > 0
               MOVE 9001 TO Alert-Err-Code
               MOVE "New watch-list matches on rescreen"
                   TO Alert-Text
               SET Alert-Warning TO TRUE
               PERFORM Write-Operator-Alert
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

       Scan-Customers.
           MOVE LOW-VALUES TO CUSTOMER-ID.
           START Customer-Master-File KEY IS GREATER THAN CUSTOMER-ID
               INVALID KEY
                   SET Cust-File-Eof TO TRUE
           END-START.
           IF Cust-File-Ok
               PERFORM Read-Next-Customer
           END-IF.
           PERFORM Screen-One-Customer UNTIL Cust-File-Eof.

       Read-Next-Customer.
           READ Customer-Master-File NEXT RECORD
               AT END
                   SET Cust-File-Eof TO TRUE
           END-READ.

      *> A match already on WATCHHIT - awaiting a decision or
      *> confirmed - is not new and is not printed twice; it shows
      *> in the awaiting list below if it is still open.
       Screen-One-Customer.
           ADD 1 TO Customers-Screened.
           MOVE CUSTOMER-ID TO Watch-Screen-Customer-Id.
           MOVE CUSTOMER-FIRST-NAME TO Watch-Screen-First-Name.
           MOVE CUSTOMER-LAST-NAME TO Watch-Screen-Last-Name.
           PERFORM Screen-Watch-Name.
           IF Watch-Possible-Match
               PERFORM Record-Watch-Hit
               IF Watch-Hit-Is-New
                   ADD 1 TO New-Hits
                   PERFORM Print-Watch-Hit
               END-IF
           END-IF.
           PERFORM Read-Next-Customer.

       List-Open-Hits.
           MOVE LOW-VALUES TO WHIT-KEY.
           START WATCH-HIT-FILE KEY IS GREATER THAN WHIT-KEY
               INVALID KEY
                   SET WHIT-FILE-EOF TO TRUE
           END-START.
           IF WHIT-FILE-OK
               PERFORM Read-Next-Watch-Hit
           END-IF.
           PERFORM List-One-Watch-Hit UNTIL WHIT-FILE-EOF.

       Read-Next-Watch-Hit.
           READ WATCH-HIT-FILE NEXT RECORD
               AT END
                   SET WHIT-FILE-EOF TO TRUE
           END-READ.

       List-One-Watch-Hit.
           IF WHIT-POSSIBLE
               ADD 1 TO Open-Hits
               PERFORM Print-Watch-Hit
           END-IF.
           PERFORM Read-Next-Watch-Hit.

       Print-Watch-Hit.
           MOVE WHIT-CUSTOMER-ID TO Hdl-Customer-Id.
           MOVE WHIT-FIRST-NAME TO Hdl-First-Name.
           MOVE WHIT-LAST-NAME TO Hdl-Last-Name.
           MOVE WHIT-LIST-ENTRY-ID TO Hdl-Entry-Id.
           MOVE WHIT-FOUND-DATE TO Hdl-Found-Date.
           EVALUATE TRUE
               WHEN WHIT-FROM-LOAD
                   MOVE "BATCH LOAD" TO Hdl-Source
               WHEN WHIT-FROM-MAINTENANCE
                   MOVE "MAINTENANCE" TO Hdl-Source
               WHEN WHIT-FROM-MERGE
                   MOVE "MERGE" TO Hdl-Source
               WHEN WHIT-FROM-APPLICATION
                   MOVE "APPLICATION" TO Hdl-Source
               WHEN OTHER
                   MOVE "RESCREEN" TO Hdl-Source
           END-EVALUATE.
           MOVE Hit-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

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
           MOVE "WatchListRescreen" TO Alert-Program-Id.
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
           MOVE "WatchListRescreen" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Customers-Screened TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Hdl-Customer-Id TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Hdl-First-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Hdl-Last-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Hdl-Entry-Id TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Hdl-Found-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Hdl-Source TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.

       COPY WATCHPRC.
