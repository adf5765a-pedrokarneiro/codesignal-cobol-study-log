       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArDunningLetters.
      *> ArDunningLetters chases overdue invoices on the ARLEDGER
      *> open-item accounts-receivable ledger. An open invoice past
      *> its due date climbs three dunning levels by the calendar
      *> days it is past due: level 1 from the first day, level 2
      *> at 30 days, level 3 at 60 days. Each time an invoice
      *> reaches a new level it is dunned once: the level and the
      *> date are kept on the item, so a rerun or the next night
      *> sends nothing again until the next level is reached. The
      *> customer gets one letter on the DUNLTRS letter file listing
      *> every invoice dunned that night, worded by the highest
      *> level among them. A customer who has refused mail, is
      *> flagged do-not-contact or is deceased gets no letter; their
      *> invoices are still dunned and listed with the reason on the
      *> DUNRPT control report, which lists every invoice dunned so
      *> the collectors can follow up by other means.
      *> Maintenance History
      *> 2026-10-15: Initial version.
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

           SELECT Letter-Print-File ASSIGN TO "DUNLTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Letter-File-Status.

           SELECT Report-Print-File ASSIGN TO "DUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "DUNCSV"
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

       FD  Letter-Print-File.
       01 Letter-Print-Record PIC X(80).

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

       01 Letter-File-Status PIC X(02) VALUE "00".
       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Items-Read PIC 9(07) VALUE 0.
       01 Items-Dunned PIC 9(05) VALUE 0.
       01 Items-Deferred PIC 9(05) VALUE 0.
       01 Letters-Printed PIC 9(05) VALUE 0.
       01 Letters-Suppressed PIC 9(05) VALUE 0.
       01 Letter-Number PIC 9(05) VALUE 0.

       01 Level-Two-Days PIC 9(03) VALUE 30.
       01 Level-Three-Days PIC 9(03) VALUE 60.
       01 New-Dunning-Level PIC 9(01).

      *> The invoices dunned tonight for the customer in hand,
      *> printed on one letter when the customer changes. Items
      *> past the table are left undunned for the next run.
       01 Current-Customer-Id PIC 9(05) VALUE 0.
       01 Max-Dun-Items PIC 9(03) VALUE 50.
       01 Dun-Item-Count PIC 9(03) VALUE 0.
       01 Dun-Item-Table.
           05 Dun-Item-Entry OCCURS 50 TIMES.
              10 Tbl-Invoice-Number    PIC 9(07).
              10 Tbl-Due-Date          PIC 9(08).
              10 Tbl-Days-Past-Due     PIC 9(03).
              10 Tbl-Open-Amount       PIC S9(9)V99.
              10 Tbl-Level             PIC 9(01).
       01 Dun-Item-Sub PIC 9(03).
       01 Letter-Level PIC 9(01).
       01 Letter-Total PIC S9(9)V99.
       01 Suppress-Reason PIC X(20).

       01 Letter-Work-Line PIC X(80).
       01 Letter-Amount PIC $$$,$$$,$$9.99.

       01 Letter-Heading-Line.
           05 Lhd-Title         PIC X(20).
           05 FILLER            PIC X(06) VALUE "DATE ".
           05 Lhd-Date          PIC 9(08).
           05 FILLER            PIC X(06) VALUE "  NO. ".
           05 Lhd-Number        PIC ZZZZ9.

       01 Letter-Name-Line.
           05 Lnm-First         PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Lnm-Last          PIC X(20).

       01 Letter-City-Line.
           05 Lct-City          PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Lct-State         PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Lct-Zip           PIC X(05).

       01 Letter-Item-Line.
           05 FILLER            PIC X(10) VALUE "  INVOICE ".
           05 Lit-Invoice       PIC 9(07).
           05 FILLER            PIC X(06) VALUE "  DUE ".
           05 Lit-Due-Date      PIC 9(08).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 Lit-Amount        PIC $$$,$$$,$$9.99.

       01 Dunning-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE "CUST".
           05 FILLER               PIC X(21) VALUE "NAME".
           05 FILLER               PIC X(09) VALUE "INVOICE".
           05 FILLER               PIC X(10) VALUE "DUE DATE".
           05 FILLER               PIC X(06) VALUE "DAYS".
           05 FILLER               PIC X(13) VALUE "  AMOUNT OPEN".
           05 FILLER               PIC X(07) VALUE "  LEVEL".
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(30) VALUE "RESULT".

       01 Dunning-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ddl-Customer-Id      PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ddl-Name             PIC X(21).
           05 Ddl-Invoice          PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ddl-Due-Date         PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ddl-Days             PIC ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Ddl-Amount           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 Ddl-Level            PIC 9(01).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Ddl-Result           PIC X(30).

       01 Total-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Tl-Label             PIC X(24).
           05 Tl-Count             PIC ZZ,ZZ9.

      *> Days past due are walked forward a day at a time from the
      *> due date to the business date; the month lengths carry
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
           OPEN I-O Ar-Ledger-File.
           IF Ledger-File-Status = "35"
               DISPLAY "No ARLEDGER receivables ledger - no dunning."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN INPUT Customer-Master-File.
           OPEN OUTPUT Letter-Print-File.
           OPEN OUTPUT Report-Print-File.
           MOVE "RECEIVABLES DUNNING" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "CUSTOMER," "NAME," "INVOICE," "DUE DATE,"
               "DAYS PAST DUE," "AMOUNT OPEN," "LEVEL," "RESULT"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Dunning-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "N" TO Ledger-End-Switch.
           MOVE LOW-VALUES TO AR-KEY.
           START Ar-Ledger-File KEY IS GREATER THAN AR-KEY
               INVALID KEY
                   SET Ledger-End TO TRUE
           END-START.
           IF NOT Ledger-End
               PERFORM Read-Next-Item
           END-IF.
           PERFORM Check-One-Item UNTIL Ledger-End.
           IF Dun-Item-Count > 0
               PERFORM Send-Customer-Letter
           END-IF.
           IF Items-Dunned = 0
               MOVE "    No invoices reached a new dunning level."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Print-Dunning-Totals.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Letter-Print-File.
           IF Cust-File-Status NOT = "35"
               CLOSE Customer-Master-File
           END-IF.
           CLOSE Ar-Ledger-File.
           DISPLAY "Ledger items read: " Items-Read.
           DISPLAY "Invoices dunned: " Items-Dunned.
           DISPLAY "Dunning letters printed: " Letters-Printed.
           DISPLAY "Dunning letters suppressed: " Letters-Suppressed.
           IF Items-Deferred > 0
               DISPLAY "Invoices left for the next run: "
                   Items-Deferred
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

       Read-Next-Item.
           READ Ar-Ledger-File NEXT RECORD
               AT END
                   SET Ledger-End TO TRUE
           END-READ.

      *> The ledger is in customer order, so a customer's letter is
      *> sent as soon as the next customer's items begin.
       Check-One-Item.
           ADD 1 TO Items-Read.
           IF Ar-Customer-Id NOT = Current-Customer-Id
               IF Dun-Item-Count > 0
                   PERFORM Send-Customer-Letter
               END-IF
               MOVE Ar-Customer-Id TO Current-Customer-Id
               MOVE 0 TO Dun-Item-Count
           END-IF.
           IF Ar-Invoice-Item AND Ar-Item-Open
               AND Ar-Open-Amount > 0
               AND Ar-Due-Date < Today-Date
               PERFORM Set-Dunning-Level
               IF New-Dunning-Level > Ar-Dunning-Level
                   PERFORM Dun-One-Item
               END-IF
           END-IF.
           PERFORM Read-Next-Item.

       Set-Dunning-Level.
           MOVE Ar-Due-Date TO Walk-Date.
           MOVE Today-Date TO Walk-Target-Date.
           MOVE 0 TO Day-Count.
           PERFORM Add-One-Day
               UNTIL Walk-Date >= Walk-Target-Date
               OR Day-Count = 999.
           EVALUATE TRUE
               WHEN Day-Count >= Level-Three-Days
                   MOVE 3 TO New-Dunning-Level
               WHEN Day-Count >= Level-Two-Days
                   MOVE 2 TO New-Dunning-Level
               WHEN OTHER
                   MOVE 1 TO New-Dunning-Level
           END-EVALUATE.

       Dun-One-Item.
           IF Dun-Item-Count >= Max-Dun-Items
               ADD 1 TO Items-Deferred
           ELSE
               ADD 1 TO Dun-Item-Count
               MOVE Ar-Doc-Number TO Tbl-Invoice-Number(Dun-Item-Count)
               MOVE Ar-Due-Date TO Tbl-Due-Date(Dun-Item-Count)
               MOVE Day-Count TO Tbl-Days-Past-Due(Dun-Item-Count)
               MOVE Ar-Open-Amount TO Tbl-Open-Amount(Dun-Item-Count)
               MOVE New-Dunning-Level TO Tbl-Level(Dun-Item-Count)
               MOVE New-Dunning-Level TO Ar-Dunning-Level
               MOVE Today-Date TO Ar-Last-Dunning-Date
               REWRITE Ar-Ledger-Record
               ADD 1 TO Items-Dunned
           END-IF.

      *> The letter is worded by the highest level reached tonight.
       Send-Customer-Letter.
           MOVE 0 TO Letter-Level.
           MOVE 0 TO Letter-Total.
           PERFORM Total-One-Dun-Item
               VARYING Dun-Item-Sub FROM 1 BY 1
               UNTIL Dun-Item-Sub > Dun-Item-Count.
           MOVE SPACES TO Suppress-Reason.
           MOVE Current-Customer-Id TO CUSTOMER-ID.
           IF Cust-File-Status = "35"
               MOVE "NO ADDRESS ON FILE" TO Suppress-Reason
           ELSE
               READ Customer-Master-File
                   INVALID KEY
                       MOVE "NO ADDRESS ON FILE" TO Suppress-Reason
               END-READ
           END-IF.
           IF Suppress-Reason = SPACES
               EVALUATE TRUE
                   WHEN CUSTOMER-DECEASED
                       MOVE "DECEASED" TO Suppress-Reason
                   WHEN CUSTOMER-DO-NOT-CONTACT
                       MOVE "DO NOT CONTACT" TO Suppress-Reason
                   WHEN CUSTOMER-MAIL-REFUSED
                       MOVE "MAIL REFUSED" TO Suppress-Reason
               END-EVALUATE
           ELSE
               MOVE SPACES TO CUSTOMER-FIRST-NAME
               MOVE SPACES TO CUSTOMER-LAST-NAME
           END-IF.
           IF Suppress-Reason = SPACES
               PERFORM Print-Dunning-Letter
           ELSE
               ADD 1 TO Letters-Suppressed
           END-IF.
           PERFORM List-One-Dun-Item
               VARYING Dun-Item-Sub FROM 1 BY 1
               UNTIL Dun-Item-Sub > Dun-Item-Count.
           MOVE 0 TO Dun-Item-Count.

       Total-One-Dun-Item.
           ADD Tbl-Open-Amount(Dun-Item-Sub) TO Letter-Total.
           IF Tbl-Level(Dun-Item-Sub) > Letter-Level
               MOVE Tbl-Level(Dun-Item-Sub) TO Letter-Level
           END-IF.

       List-One-Dun-Item.
           MOVE SPACES TO Dunning-Detail-Line.
           MOVE Current-Customer-Id TO Ddl-Customer-Id.
           MOVE CUSTOMER-LAST-NAME TO Ddl-Name.
           MOVE Tbl-Invoice-Number(Dun-Item-Sub) TO Ddl-Invoice.
           MOVE Tbl-Due-Date(Dun-Item-Sub) TO Ddl-Due-Date.
           MOVE Tbl-Days-Past-Due(Dun-Item-Sub) TO Ddl-Days.
           MOVE Tbl-Open-Amount(Dun-Item-Sub) TO Ddl-Amount.
           MOVE Tbl-Level(Dun-Item-Sub) TO Ddl-Level.
           IF Suppress-Reason = SPACES
               MOVE "LETTER PRINTED" TO Ddl-Result
           ELSE
               STRING "NO LETTER - " DELIMITED BY SIZE
                   Suppress-Reason DELIMITED BY SIZE
                   INTO Ddl-Result
               END-STRING
           END-IF.
           MOVE Dunning-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Print-Dunning-Letter.
           ADD 1 TO Letters-Printed.
           ADD 1 TO Letter-Number.
           EVALUATE Letter-Level
               WHEN 3
                   MOVE "FINAL NOTICE" TO Lhd-Title
               WHEN 2
                   MOVE "SECOND NOTICE" TO Lhd-Title
               WHEN OTHER
                   MOVE "PAYMENT REMINDER" TO Lhd-Title
           END-EVALUATE.
           MOVE Today-Date TO Lhd-Date.
           MOVE Letter-Number TO Lhd-Number.
           MOVE Letter-Heading-Line TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE CUSTOMER-FIRST-NAME TO Lnm-First.
           MOVE CUSTOMER-LAST-NAME TO Lnm-Last.
           MOVE Letter-Name-Line TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE CUSTOMER-STREET TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE CUSTOMER-CITY TO Lct-City.
           MOVE CUSTOMER-STATE TO Lct-State.
           MOVE CUSTOMER-ZIP TO Lct-Zip.
           MOVE Letter-City-Line TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           EVALUATE Letter-Level
               WHEN 3
                   MOVE "The invoices below are now more than 60 days"
                       TO Letter-Work-Line
               WHEN 2
                   MOVE "The invoices below are now more than 30 days"
                       TO Letter-Work-Line
               WHEN OTHER
                   MOVE "Our records show the invoices below are"
                       TO Letter-Work-Line
           END-EVALUATE.
           PERFORM Write-Letter-Line.
           MOVE "past due and still unpaid:" TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           PERFORM Print-Letter-Item
               VARYING Dun-Item-Sub FROM 1 BY 1
               UNTIL Dun-Item-Sub > Dun-Item-Count.
           MOVE SPACES TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE Letter-Total TO Letter-Amount.
           STRING "Total past due: " DELIMITED BY SIZE
               Letter-Amount DELIMITED BY SIZE
               INTO Letter-Work-Line
           END-STRING.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           IF Letter-Level = 3
               MOVE "Please pay now or call us to discuss your account."
                   TO Letter-Work-Line
           ELSE
               MOVE "Please send payment, or let us know if you have"
                   TO Letter-Work-Line
               PERFORM Write-Letter-Line
               MOVE "already paid." TO Letter-Work-Line
           END-IF.
           PERFORM Write-Letter-Line.
           MOVE ALL "-" TO Letter-Work-Line.
           PERFORM Write-Letter-Line.

       Print-Letter-Item.
           MOVE Tbl-Invoice-Number(Dun-Item-Sub) TO Lit-Invoice.
           MOVE Tbl-Due-Date(Dun-Item-Sub) TO Lit-Due-Date.
           MOVE Tbl-Open-Amount(Dun-Item-Sub) TO Lit-Amount.
           MOVE Letter-Item-Line TO Letter-Work-Line.
           PERFORM Write-Letter-Line.

       Write-Letter-Line.
           WRITE Letter-Print-Record FROM Letter-Work-Line.

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

       Print-Dunning-Totals.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "INVOICES DUNNED" TO Tl-Label.
           MOVE Items-Dunned TO Tl-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "LETTERS PRINTED" TO Tl-Label.
           MOVE Letters-Printed TO Tl-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "LETTERS SUPPRESSED" TO Tl-Label.
           MOVE Letters-Suppressed TO Tl-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           IF Items-Deferred > 0
               MOVE SPACES TO Total-Line
               MOVE "LEFT FOR NEXT RUN" TO Tl-Label
               MOVE Items-Deferred TO Tl-Count
               MOVE Total-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
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
           MOVE "ArDunningLetters" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Items-Dunned TO Job-Records-Processed.
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
           MOVE Ddl-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Ddl-Invoice TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Ddl-Due-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Tbl-Days-Past-Due(Dun-Item-Sub) TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Tbl-Open-Amount(Dun-Item-Sub) TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Ddl-Level TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Ddl-Result TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
