       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArAgingReport.
      *> ArAgingReport is the daily aging of the ARLEDGER open-item
      *> accounts-receivable ledger. Every customer with an open
      *> balance is listed on the ARAGERPT report with their open
      *> invoices spread by the calendar days since the invoice
      *> date - current (30 days or less), 31-60, 61-90 and over 90
      *> - their total open and the unapplied cash they have on
      *> account, with grand totals. A second section lists every
      *> unapplied-cash item still on account, oldest customer
      *> first, with the payment reference and how many days it has
      *> waited, so the cashiers can follow each one up. When the
      *> RPTPARM report options ask for it, the report also writes
      *> the ARAGECSV comma-delimited extract for spreadsheets: a
      *> header row and one row per customer aged.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: Return credit memos still open on account are
      *> carried with the unapplied cash and listed with it for
      *> follow-up.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ar-Ledger-File ASSIGN TO "ARLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS Ledger-File-Status.

           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

           SELECT Report-Print-File ASSIGN TO "ARAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "ARAGECSV"
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
       FD  Ar-Ledger-File.
       COPY ARLEDGER.

       FD  Customer-Master-File.
       COPY CUSTREC.

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
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Ledger-File-Status PIC X(02) VALUE "00".
          88 Ledger-File-Ok VALUE "00".

       01 Ledger-End-Switch PIC X(01) VALUE "N".
          88 Ledger-End VALUE "Y".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Items-Read PIC 9(07) VALUE 0.
       01 Customers-Aged PIC 9(05) VALUE 0.
       01 Unapplied-Items PIC 9(05) VALUE 0.

      *> The customer being accumulated and the grand totals, in
      *> the same five buckets.
       01 Current-Customer-Id PIC 9(05) VALUE 0.
       01 Customer-Buckets.
           05 Cust-Current          PIC S9(9)V99.
           05 Cust-Days-31-60       PIC S9(9)V99.
           05 Cust-Days-61-90       PIC S9(9)V99.
           05 Cust-Over-90          PIC S9(9)V99.
           05 Cust-Unapplied        PIC S9(9)V99.
       01 Customer-Open-Total PIC S9(9)V99.
       01 Grand-Buckets.
           05 Grand-Current         PIC S9(9)V99 VALUE 0.
           05 Grand-Days-31-60      PIC S9(9)V99 VALUE 0.
           05 Grand-Days-61-90      PIC S9(9)V99 VALUE 0.
           05 Grand-Over-90         PIC S9(9)V99 VALUE 0.
           05 Grand-Unapplied       PIC S9(9)V99 VALUE 0.
       01 Grand-Open-Total PIC S9(9)V99 VALUE 0.

       01 Aging-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE "CUST".
           05 FILLER               PIC X(21) VALUE "NAME".
           05 FILLER               PIC X(15) VALUE "      CURRENT".
           05 FILLER               PIC X(15) VALUE "   31-60 DAYS".
           05 FILLER               PIC X(15) VALUE "   61-90 DAYS".
           05 FILLER               PIC X(15) VALUE "      OVER 90".
           05 FILLER               PIC X(15) VALUE "   TOTAL OPEN".
           05 FILLER               PIC X(15) VALUE "    UNAPPLIED".

       01 Aging-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Adl-Customer-Id      PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Adl-Name             PIC X(21).
           05 Adl-Current          PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Adl-Days-31-60       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Adl-Days-61-90       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Adl-Over-90          PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Adl-Open-Total       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Adl-Unapplied        PIC ZZ,ZZZ,ZZ9.99-.

       01 Unapplied-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE "CUST".
           05 FILLER               PIC X(21) VALUE "NAME".
           05 FILLER               PIC X(09) VALUE "ITEM".
           05 FILLER               PIC X(10) VALUE "RECEIVED".
           05 FILLER               PIC X(16) VALUE "REFERENCE".
           05 FILLER               PIC X(06) VALUE "DAYS".
           05 FILLER               PIC X(15) VALUE "   ON ACCOUNT".

       01 Unapplied-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Udl-Customer-Id      PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Udl-Name             PIC X(21).
           05 Udl-Item-Number      PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Udl-Received-Date    PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Udl-Reference        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Udl-Days             PIC ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Udl-Amount           PIC ZZ,ZZZ,ZZ9.99.

      *> Ages are walked forward a day at a time from the document
      *> date to the business date; the month lengths carry
      *> February at 28 and a leap year adds the 29th.
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

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           OPEN INPUT Customer-Master-File.
           OPEN INPUT Ar-Ledger-File.
           OPEN OUTPUT Report-Print-File.
           MOVE "RECEIVABLES AGING" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "CUSTOMER," "NAME," "CURRENT," "31-60 DAYS,"
               "61-90 DAYS," "OVER 90 DAYS," "TOTAL OPEN,"
               "UNAPPLIED"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Aging-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           IF NOT Ledger-File-Ok
               MOVE "    No receivables ledger on file."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           ELSE
               PERFORM Age-Ledger
               PERFORM Print-Grand-Totals
               PERFORM List-Unapplied-Cash
               CLOSE Ar-Ledger-File
           END-IF.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           IF Cust-File-Status NOT = "35"
               CLOSE Customer-Master-File
           END-IF.
           DISPLAY "Ledger items read: " Items-Read.
           DISPLAY "Customers with open receivables: " Customers-Aged.
           DISPLAY "Unapplied cash items on account: "
               Unapplied-Items.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> The ledger is in customer order, so each customer's items
      *> arrive together and are printed when the customer changes.
       Age-Ledger.
           MOVE 0 TO Current-Customer-Id.
           INITIALIZE Customer-Buckets.
           PERFORM Start-Ledger.
           PERFORM Age-One-Item UNTIL Ledger-End.
           IF Current-Customer-Id > 0
               PERFORM Print-Customer-Line
           END-IF.
           IF Customers-Aged = 0
               MOVE "    No open receivables." TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.

       Start-Ledger.
           MOVE "N" TO Ledger-End-Switch.
           MOVE LOW-VALUES TO AR-KEY.
           START Ar-Ledger-File KEY IS GREATER THAN AR-KEY
               INVALID KEY
                   SET Ledger-End TO TRUE
           END-START.
           IF NOT Ledger-End
               PERFORM Read-Next-Item
           END-IF.

       Read-Next-Item.
           READ Ar-Ledger-File NEXT RECORD
               AT END
                   SET Ledger-End TO TRUE
           END-READ.

       Age-One-Item.
           ADD 1 TO Items-Read.
           IF Ar-Customer-Id NOT = Current-Customer-Id
               IF Current-Customer-Id > 0
                   PERFORM Print-Customer-Line
               END-IF
               MOVE Ar-Customer-Id TO Current-Customer-Id
               INITIALIZE Customer-Buckets
           END-IF.
           IF Ar-Item-Open AND Ar-Open-Amount NOT = 0
               IF Ar-Unapplied-Cash OR Ar-Credit-Memo
                   ADD Ar-Open-Amount TO Cust-Unapplied
               ELSE
                   PERFORM Age-Open-Item
               END-IF
           END-IF.
           PERFORM Read-Next-Item.

       Age-Open-Item.
           PERFORM Count-Days-Since-Doc.
           EVALUATE TRUE
               WHEN Day-Count <= 30
                   ADD Ar-Open-Amount TO Cust-Current
               WHEN Day-Count <= 60
                   ADD Ar-Open-Amount TO Cust-Days-31-60
               WHEN Day-Count <= 90
                   ADD Ar-Open-Amount TO Cust-Days-61-90
               WHEN OTHER
                   ADD Ar-Open-Amount TO Cust-Over-90
           END-EVALUATE.

      *> A customer whose items are all closed is not listed.
       Print-Customer-Line.
           COMPUTE Customer-Open-Total = Cust-Current
               + Cust-Days-31-60 + Cust-Days-61-90 + Cust-Over-90.
           IF Customer-Open-Total NOT = 0 OR Cust-Unapplied NOT = 0
               ADD 1 TO Customers-Aged
               MOVE SPACES TO Aging-Detail-Line
               MOVE Current-Customer-Id TO Adl-Customer-Id
               PERFORM Find-Customer-Name
               MOVE CUSTOMER-LAST-NAME TO Adl-Name
               IF NOT Cust-File-Ok
                   MOVE "** NOT ON FILE **" TO Adl-Name
               END-IF
               MOVE Cust-Current TO Adl-Current
               MOVE Cust-Days-31-60 TO Adl-Days-31-60
               MOVE Cust-Days-61-90 TO Adl-Days-61-90
               MOVE Cust-Over-90 TO Adl-Over-90
               MOVE Customer-Open-Total TO Adl-Open-Total
               MOVE Cust-Unapplied TO Adl-Unapplied
               MOVE Aging-Detail-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Detail
               ADD Cust-Current TO Grand-Current
               ADD Cust-Days-31-60 TO Grand-Days-31-60
               ADD Cust-Days-61-90 TO Grand-Days-61-90
               ADD Cust-Over-90 TO Grand-Over-90
               ADD Cust-Unapplied TO Grand-Unapplied
               ADD Customer-Open-Total TO Grand-Open-Total
           END-IF.

       Find-Customer-Name.
           MOVE Current-Customer-Id TO CUSTOMER-ID.
           IF Cust-File-Status = "35"
               MOVE SPACES TO CUSTOMER-LAST-NAME
           ELSE
               READ Customer-Master-File
                   INVALID KEY
                       MOVE SPACES TO CUSTOMER-LAST-NAME
               END-READ
           END-IF.

       Print-Grand-Totals.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Aging-Detail-Line.
           MOVE 0 TO Adl-Customer-Id.
           MOVE "TOTALS" TO Adl-Name.
           MOVE Grand-Current TO Adl-Current.
           MOVE Grand-Days-31-60 TO Adl-Days-31-60.
           MOVE Grand-Days-61-90 TO Adl-Days-61-90.
           MOVE Grand-Over-90 TO Adl-Over-90.
           MOVE Grand-Open-Total TO Adl-Open-Total.
           MOVE Grand-Unapplied TO Adl-Unapplied.
           MOVE Aging-Detail-Line TO RPT-PRINT-LINE.
           MOVE SPACES TO RPT-PRINT-LINE(3:5).
           PERFORM Report-Write-Line.

      *> Second pass: every unapplied-cash item still on account.
       List-Unapplied-Cash.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "  UNAPPLIED CASH AND CREDITS - FOR FOLLOW-UP"
               TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Unapplied-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Start-Ledger.
           PERFORM List-One-Unapplied UNTIL Ledger-End.
           IF Unapplied-Items = 0
               MOVE "    No unapplied cash on account."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.

       List-One-Unapplied.
           IF (Ar-Unapplied-Cash OR Ar-Credit-Memo) AND Ar-Item-Open
               AND Ar-Open-Amount NOT = 0
               ADD 1 TO Unapplied-Items
               MOVE SPACES TO Unapplied-Detail-Line
               MOVE Ar-Customer-Id TO Udl-Customer-Id
               MOVE Ar-Customer-Id TO Current-Customer-Id
               PERFORM Find-Customer-Name
               MOVE CUSTOMER-LAST-NAME TO Udl-Name
               IF NOT Cust-File-Ok
                   MOVE "** NOT ON FILE **" TO Udl-Name
               END-IF
               MOVE Ar-Doc-Number TO Udl-Item-Number
               MOVE Ar-Doc-Date TO Udl-Received-Date
               MOVE Ar-Reference TO Udl-Reference
               PERFORM Count-Days-Since-Doc
               MOVE Day-Count TO Udl-Days
               MOVE Ar-Open-Amount TO Udl-Amount
               MOVE Unapplied-Detail-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Read-Next-Item.

      *> Ages past 999 days are held at 999, which is well over 90.
       Count-Days-Since-Doc.
           MOVE 0 TO Day-Count.
           MOVE Ar-Doc-Date TO Walk-Date.
           MOVE Today-Date TO Walk-Target-Date.
           IF Walk-Date IS NUMERIC AND Walk-Date > 0
               PERFORM Add-One-Day
                   UNTIL Walk-Date >= Walk-Target-Date
                   OR Day-Count = 999
           END-IF.

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
           MOVE "ArAgingReport" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Items-Read TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Current-Customer-Id TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Adl-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Cust-Current TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Cust-Days-31-60 TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Cust-Days-61-90 TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Cust-Over-90 TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Customer-Open-Total TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Cust-Unapplied TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
