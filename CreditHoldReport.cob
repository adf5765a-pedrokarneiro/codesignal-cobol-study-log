       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditHoldReport.
      *> CreditHoldReport is the nightly list of sales orders waiting
      *> on credit. It reads SALESORD in order and line order and
      *> prints every line SalesOrderEntry put on credit hold and
      *> CreditReview has not yet released or cancelled on CHLDRPT:
      *> the order and line, customer, item and warehouse, eaches
      *> ordered, the line's value at its entered price, the date it
      *> was held with the days it has waited, and why - over the
      *> credit limit, items more than 60 days past due, or its
      *> order already held. The report ends with the held lines
      *> and their value. When the RPTPARM report options ask for
      *> it, the report also writes the CHLDCSV comma-delimited
      *> extract. The run is logged to JOBLOG.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Sales-Order-File ASSIGN TO "SALESORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLS-ORDER-KEY
               FILE STATUS IS Sord-File-Status.

           SELECT Report-Print-File ASSIGN TO "CHLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "CHLDCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Sales-Order-File.
       COPY SORDREC.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Job-Log-File.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Sord-File-Status PIC X(02) VALUE "00".
          88 Sord-File-Ok VALUE "00".
          88 Sord-File-Eof VALUE "10".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).

       01 Lines-Read PIC 9(07) VALUE 0.
       01 Held-Lines PIC 9(05) VALUE 0.
       01 Held-Value PIC 9(11)V99 VALUE 0.
       01 Line-Value PIC 9(11)V99.
       01 Hold-Reason-Name PIC X(10).

      *> Days between two dates are walked forward a day at a time
      *> from the earlier to the later; the month lengths carry
      *> February at 28 and a leap year adds the 29th. Counts past
      *> 999 days are held at 999.
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

       01 Hold-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "ORDER/LINE".
           05 FILLER               PIC X(07) VALUE "CUST".
           05 FILLER               PIC X(11) VALUE "ITEM".
           05 FILLER               PIC X(06) VALUE "WHSE".
           05 FILLER               PIC X(09) VALUE "   EACHES".
           05 FILLER               PIC X(15) VALUE "          VALUE".
           05 FILLER               PIC X(12) VALUE "  HELD SINCE".
           05 FILLER               PIC X(06) VALUE "  DAYS".
           05 FILLER               PIC X(12) VALUE "  REASON".

       01 Hold-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Order            PIC 9(06).
           05 FILLER               PIC X(01) VALUE "/".
           05 Hdl-Line             PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Customer         PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Item             PIC 9(09).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Warehouse        PIC X(03).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Hdl-Eaches           PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Value            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Hdl-Hold-Date        PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Days             PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Reason           PIC X(10).

       01 Hold-Total-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Htl-Lines            PIC ZZ,ZZ9.
           05 FILLER               PIC X(26)
               VALUE " LINE(S) ON CREDIT HOLD - ".
           05 Htl-Value            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           OPEN INPUT Sales-Order-File.
           IF Sord-File-Status = "35"
               DISPLAY "No SALESORD sales-order file - no holds to"
                   " report."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN OUTPUT Report-Print-File.
           MOVE "SALES ORDERS ON CREDIT HOLD" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "ORDER," "LINE," "CUSTOMER," "ITEM," "WAREHOUSE,"
               "EACHES," "VALUE," "HELD SINCE," "DAYS," "REASON"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Hold-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE LOW-VALUES TO Sls-Order-Key.
           START Sales-Order-File KEY IS GREATER THAN Sls-Order-Key
               INVALID KEY
                   SET Sord-File-Eof TO TRUE
           END-START.
           IF Sord-File-Ok
               PERFORM Read-Next-Order-Line
               PERFORM Check-One-Line UNTIL Sord-File-Eof
           END-IF.
           IF Held-Lines = 0
               MOVE "    No order lines on credit hold."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           ELSE
               MOVE Held-Lines TO Htl-Lines
               MOVE Held-Value TO Htl-Value
               MOVE Hold-Total-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Sales-Order-File.
           DISPLAY "Order lines on credit hold: " Held-Lines.
           PERFORM Write-Job-Log.
           STOP RUN.

       Read-Next-Order-Line.
           READ Sales-Order-File NEXT RECORD
               AT END
                   SET Sord-File-Eof TO TRUE
           END-READ.

       Check-One-Line.
           ADD 1 TO Lines-Read.
           IF Sls-Line-Held
               PERFORM Print-Held-Line
           END-IF.
           PERFORM Read-Next-Order-Line.

      *> A line entered before prices were kept has no value to
      *> show.
       Print-Held-Line.
           ADD 1 TO Held-Lines.
           MOVE 0 TO Line-Value.
           IF Sls-Price-Catalog OR Sls-Price-Contract
               COMPUTE Line-Value = Sls-Qty-Ordered * Sls-Unit-Price
           END-IF.
           ADD Line-Value TO Held-Value.
           EVALUATE TRUE
               WHEN Sls-Hold-Over-Limit
                   MOVE "OVER LIMIT" TO Hold-Reason-Name
               WHEN Sls-Hold-Past-Due
                   MOVE "PAST DUE" TO Hold-Reason-Name
               WHEN Sls-Hold-Order-Held
                   MOVE "ORDER HELD" TO Hold-Reason-Name
               WHEN OTHER
                   MOVE SPACES TO Hold-Reason-Name
           END-EVALUATE.
           MOVE 0 TO Day-Count.
           IF Sls-Hold-Date > 0 AND Sls-Hold-Date < Today-Date
               MOVE Sls-Hold-Date TO Walk-Date
               MOVE Today-Date TO Walk-Target-Date
               PERFORM Count-Days-Between
           END-IF.
           MOVE Sls-Order-Number TO Hdl-Order.
           MOVE Sls-Line TO Hdl-Line.
           MOVE Sls-Customer-Id TO Hdl-Customer.
           MOVE Sls-Item-Number TO Hdl-Item.
           MOVE Sls-Warehouse TO Hdl-Warehouse.
           MOVE Sls-Qty-Ordered TO Hdl-Eaches.
           MOVE Line-Value TO Hdl-Value.
           MOVE Sls-Hold-Date TO Hdl-Hold-Date.
           MOVE Day-Count TO Hdl-Days.
           MOVE Hold-Reason-Name TO Hdl-Reason.
           MOVE Hold-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Count-Days-Between.
           PERFORM Step-One-Day
               UNTIL Walk-Date >= Walk-Target-Date
               OR Day-Count = 999.

       Step-One-Day.
           PERFORM Add-One-Day.
           ADD 1 TO Day-Count.

       Add-One-Day.
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

       Write-Job-Log.
           MOVE "CreditHoldReport" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Lines-Read TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Sls-Order-Number TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Sls-Line TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Sls-Customer-Id TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Sls-Item-Number TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Sls-Warehouse TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Sls-Qty-Ordered TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Line-Value TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Sls-Hold-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Day-Count TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Hold-Reason-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
