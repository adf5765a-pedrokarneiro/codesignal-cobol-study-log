       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorScorecard.
      *> VendorScorecard is the quarter-end check on whether the
      *> vendors purchasing plans around keep their word.
      *> PurchaseOrderSuggest orders on VEND-LEAD-DAYS and the
      *> preferred-vendor flag; this scores each VENDMSTR vendor on
      *> the quarter to date (the first of the quarter's first month
      *> through the business date):
      *>   - lead time: for each RCPTHIST receipt landed in the
      *>     quarter, the calendar days from order to receipt
      *>     against the days from order to the promised date, and
      *>     the share of receipts landed on or before the promise
      *>     (receipts against lines ordered before order dates were
      *>     kept are counted but cannot be timed);
      *>   - fill rate: for the POORDER lines promised in the
      *>     quarter, the eaches received (no more than ordered)
      *>     over the eaches ordered;
      *>   - cost: what was paid at receipt (the order line's cost)
      *>     and what was billed on VENDINV invoices dated in the
      *>     quarter, each against the item's IVND-UNIT-COST on the
      *>     ITEMVEND link, as a percentage over or under.
      *> A vendor on time less often than the VSCPARM minimum (90.00
      *> percent unless the parameter file says otherwise), filling
      *> less than the minimum fill rate (95.00), or costing more
      *> than the allowed percentage over the quoted cost (5.00) is
      *> flagged for purchasing to review, and a flagged vendor still
      *> marked preferred is called out on its own. Vendors with no
      *> activity in the quarter are not listed. The scorecard
      *> prints on VSCRPT; when the RPTPARM report options ask for
      *> it, the report also writes the VSCCSV comma-delimited
      *> extract.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Vendor-Master-File ASSIGN TO "VENDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS Vend-File-Status.

           SELECT Item-Vendor-File ASSIGN TO "ITEMVEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ivnd-File-Status.

           SELECT Receipt-History-File ASSIGN TO "RCPTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hist-File-Status.

           SELECT Purchase-Order-File ASSIGN TO "POORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-ORDER-KEY
               FILE STATUS IS Po-File-Status.

           SELECT Vendor-Invoice-File ASSIGN TO "VENDINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VI-KEY
               FILE STATUS IS Vinv-File-Status.

           SELECT Score-Parm-File ASSIGN TO "VSCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Report-Print-File ASSIGN TO "VSCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "VSCCSV"
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
       FD  Vendor-Master-File.
       COPY VENDREC.

       FD  Item-Vendor-File.
       COPY ITEMVEND.

       FD  Receipt-History-File.
       COPY RCPTHIST.

       FD  Purchase-Order-File.
       COPY PORDREC.

       FD  Vendor-Invoice-File.
       COPY VENDINV.

       FD  Score-Parm-File.
       01 Score-Parm-Record.
           05 Parm-Min-On-Time      PIC 9(03)V99.
           05 Parm-Min-Fill-Rate    PIC 9(03)V99.
           05 Parm-Max-Cost-Over    PIC 9(03)V99.

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

       01 Vend-File-Status PIC X(02) VALUE "00".
          88 Vend-File-Ok VALUE "00".
          88 Vend-File-Eof VALUE "10".

       01 Ivnd-File-Status PIC X(02) VALUE "00".
          88 Ivnd-File-Ok VALUE "00".
          88 Ivnd-File-Eof VALUE "10".

       01 Hist-File-Status PIC X(02) VALUE "00".
          88 Hist-File-Ok VALUE "00".
          88 Hist-File-Eof VALUE "10".

       01 Po-File-Status PIC X(02) VALUE "00".
          88 Po-File-Ok VALUE "00".
          88 Po-File-Eof VALUE "10".

       01 Vinv-File-Status PIC X(02) VALUE "00".
          88 Vinv-File-Ok VALUE "00".
          88 Vinv-File-Eof VALUE "10".

       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Quarter-Start-Date PIC 9(08).
       01 Quarter-Start-Split REDEFINES Quarter-Start-Date.
           05 Quarter-Start-Year    PIC 9(04).
           05 Quarter-Start-Month   PIC 9(02).
           05 Quarter-Start-Day     PIC 9(02).
       01 Quarter-Number PIC 9(01).
       01 Quarter-Remainder PIC 9(01).

       01 Min-On-Time-Pct PIC 9(03)V99 VALUE 90.00.
       01 Min-Fill-Rate-Pct PIC 9(03)V99 VALUE 95.00.
       01 Max-Cost-Over-Pct PIC 9(03)V99 VALUE 5.00.

      *> One entry per vendor on the master, with the quarter's
      *> running totals.
       01 Max-Vendors PIC 9(03) VALUE 200.
       01 Vendor-Count PIC 9(03) VALUE 0.
       01 Vendor-Sub PIC 9(03).
       01 Vendor-Table.
           05 Vendor-Entry OCCURS 200 TIMES.
              10 Tbl-Vnd-Id         PIC 9(05).
              10 Tbl-Vnd-Name       PIC X(25).
              10 Tbl-Vnd-Preferred  PIC X(01).
              10 Tbl-Vnd-Receipts   PIC 9(05).
              10 Tbl-Vnd-Timed      PIC 9(05).
              10 Tbl-Vnd-On-Time    PIC 9(05).
              10 Tbl-Vnd-Promised-Days PIC 9(07).
              10 Tbl-Vnd-Actual-Days PIC 9(07).
              10 Tbl-Vnd-Lines-Due  PIC 9(05).
              10 Tbl-Vnd-Ordered    PIC 9(09).
              10 Tbl-Vnd-Filled     PIC 9(09).
              10 Tbl-Vnd-Rcv-Paid   PIC 9(11)V99.
              10 Tbl-Vnd-Rcv-Quoted PIC 9(11)V99.
              10 Tbl-Vnd-Inv-Billed PIC 9(11)V99.
              10 Tbl-Vnd-Inv-Quoted PIC 9(11)V99.
              10 Tbl-Vnd-Inv-Lines  PIC 9(05).
       01 Vendor-Found-Switch PIC X(01) VALUE "N".
          88 Vendor-Is-Found VALUE "Y".
       01 Wanted-Vendor-Id PIC 9(05).

       01 Max-Item-Links PIC 9(03) VALUE 200.
       01 Item-Link-Count PIC 9(03) VALUE 0.
       01 Item-Link-Sub PIC 9(03).
       01 Item-Link-Table.
           05 Item-Link-Entry OCCURS 200 TIMES.
              10 Tbl-Link-Item      PIC 9(09).
              10 Tbl-Link-Vendor    PIC 9(05).
              10 Tbl-Link-Cost      PIC 9(05)V99.
       01 Link-Found-Switch PIC X(01) VALUE "N".
          88 Link-Is-Found VALUE "Y".
       01 Wanted-Item-Number PIC 9(09).
       01 Quoted-Cost PIC 9(05)V99.

       01 Filled-Eaches PIC 9(07).

       01 Receipts-Read PIC 9(07) VALUE 0.
       01 Receipts-No-Vendor PIC 9(05) VALUE 0.
       01 Vendors-Scored PIC 9(05) VALUE 0.
       01 Vendors-Flagged PIC 9(05) VALUE 0.
       01 Preferred-Flagged PIC 9(05) VALUE 0.

      *> The current vendor's measures, each with a switch for
      *> whether there was anything to measure.
       01 Score-Fields.
           05 Avg-Promised-Days    PIC 9(03)V9.
           05 Avg-Actual-Days      PIC 9(03)V9.
           05 On-Time-Pct          PIC 9(03)V99.
           05 Fill-Rate-Pct        PIC 9(03)V99.
           05 Rcv-Cost-Pct         PIC S9(03)V99.
           05 Inv-Cost-Pct         PIC S9(03)V99.
           05 Timed-Switch         PIC X(01).
              88 Lead-Is-Measured VALUE "Y".
           05 Fill-Switch          PIC X(01).
              88 Fill-Is-Measured VALUE "Y".
           05 Rcv-Cost-Switch      PIC X(01).
              88 Rcv-Cost-Is-Measured VALUE "Y".
           05 Inv-Cost-Switch      PIC X(01).
              88 Inv-Cost-Is-Measured VALUE "Y".
           05 Score-Flags          PIC X(21).
       01 Flag-Pointer PIC 9(02).
       01 Cost-Over-Work PIC S9(13)V99.
       01 Pct-Edit PIC ZZ9.99.
       01 Var-Edit PIC +ZZ9.99.
       01 Days-Edit PIC ZZ9.9.

      *> Day counts are walked forward from the order date; a lead
      *> time past 999 days is held at 999.
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

       01 Score-Heading-Line-1.
           05 FILLER               PIC X(35) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE SPACES.
           05 FILLER               PIC X(20)
              VALUE "----LEAD DAYS-----".
           05 FILLER               PIC X(16) VALUE SPACES.
           05 FILLER               PIC X(18)
              VALUE "-COST VS QUOTED %-".
       01 Score-Heading-Line-2.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE "VENDOR".
           05 FILLER               PIC X(21) VALUE "NAME".
           05 FILLER               PIC X(05) VALUE "PREF".
           05 FILLER               PIC X(07) VALUE "  RCPTS".
           05 FILLER               PIC X(07) VALUE "  PROM".
           05 FILLER               PIC X(07) VALUE "   ACT".
           05 FILLER               PIC X(09) VALUE "  ON-TIME".
           05 FILLER               PIC X(07) VALUE "  LINES".
           05 FILLER               PIC X(08) VALUE "    FILL".
           05 FILLER               PIC X(09) VALUE "  RECEIPT".
           05 FILLER               PIC X(09) VALUE "  INVOICE".
           05 FILLER               PIC X(07) VALUE "  FLAGS".

       01 Score-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Vendor           PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Name             PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Preferred        PIC X(01).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Sdl-Receipts         PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Promised         PIC X(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Actual           PIC X(05).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Sdl-On-Time          PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Lines            PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Fill             PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Rcv-Cost         PIC X(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Inv-Cost         PIC X(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Flags            PIC X(21).

       01 Quarter-Line.
           05 FILLER               PIC X(18)
              VALUE "  QUARTER TO DATE ".
           05 Qtl-Start            PIC 9(08).
           05 FILLER               PIC X(09) VALUE " THROUGH ".
           05 Qtl-End              PIC 9(08).
           05 FILLER               PIC X(24)
              VALUE "   REVIEW BELOW ON-TIME ".
           05 Qtl-On-Time          PIC ZZ9.99.
           05 FILLER               PIC X(07) VALUE "  FILL ".
           05 Qtl-Fill             PIC ZZ9.99.
           05 FILLER               PIC X(17)
              VALUE "  OR COST OVER + ".
           05 Qtl-Cost             PIC ZZ9.99.

       01 Summary-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Sml-Label            PIC X(40).
           05 Sml-Count            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Read-Score-Parm.
           MOVE Today-Date TO Quarter-Start-Date.
           SUBTRACT 1 FROM Quarter-Start-Month.
           DIVIDE Quarter-Start-Month BY 3 GIVING Quarter-Number
               REMAINDER Quarter-Remainder.
           COMPUTE Quarter-Start-Month = Quarter-Number * 3 + 1.
           MOVE 1 TO Quarter-Start-Day.
           PERFORM Load-Vendor-Table.
           PERFORM Load-Item-Vendor-Links.
           PERFORM Score-Receipts.
           PERFORM Score-Order-Lines.
           PERFORM Score-Invoices.
           OPEN OUTPUT Report-Print-File.
           MOVE "VENDOR PERFORMANCE SCORECARD" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "VENDOR," "NAME," "PREFERRED," "RECEIPTS,"
               "AVG PROMISED DAYS," "AVG ACTUAL DAYS," "ON TIME PCT,"
               "LINES DUE," "FILL RATE PCT," "RECEIPT COST PCT,"
               "INVOICE COST PCT," "FLAGS"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Quarter-Start-Date TO Qtl-Start.
           MOVE Today-Date TO Qtl-End.
           MOVE Min-On-Time-Pct TO Qtl-On-Time.
           MOVE Min-Fill-Rate-Pct TO Qtl-Fill.
           MOVE Max-Cost-Over-Pct TO Qtl-Cost.
           MOVE Quarter-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Score-Heading-Line-1 TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Score-Heading-Line-2 TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Score-One-Vendor
               VARYING Vendor-Sub FROM 1 BY 1
               UNTIL Vendor-Sub > Vendor-Count.
           IF Vendors-Scored = 0
               MOVE "    No vendor activity this quarter."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Print-Summary.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           DISPLAY "Receipts read: " Receipts-Read.
           DISPLAY "Vendors scored: " Vendors-Scored.
           DISPLAY "Vendors flagged for review: " Vendors-Flagged.
           DISPLAY "Flagged vendors marked preferred: "
               Preferred-Flagged.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> A missing or empty parameter file keeps the default
      *> thresholds; a field that is not numeric keeps its default.
       Read-Score-Parm.
           OPEN INPUT Score-Parm-File.
           IF Parm-File-Ok
               READ Score-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Parm-Min-On-Time IS NUMERIC
                           MOVE Parm-Min-On-Time TO Min-On-Time-Pct
                       END-IF
                       IF Parm-Min-Fill-Rate IS NUMERIC
                           MOVE Parm-Min-Fill-Rate
                               TO Min-Fill-Rate-Pct
                       END-IF
                       IF Parm-Max-Cost-Over IS NUMERIC
                           MOVE Parm-Max-Cost-Over
                               TO Max-Cost-Over-Pct
                       END-IF
               END-READ
               CLOSE Score-Parm-File
           END-IF.

       Load-Vendor-Table.
           MOVE 0 TO Vendor-Count.
           OPEN INPUT Vendor-Master-File.
           IF Vend-File-Ok
               MOVE LOW-VALUES TO VEND-ID
               START Vendor-Master-File
                   KEY IS GREATER THAN VEND-ID
                   INVALID KEY
                       SET Vend-File-Eof TO TRUE
               END-START
               IF Vend-File-Ok
                   PERFORM Read-Next-Vendor
               END-IF
               PERFORM Store-One-Vendor
                   UNTIL Vend-File-Eof
                   OR Vendor-Count = Max-Vendors
               IF NOT Vend-File-Eof
                   DISPLAY "More than " Max-Vendors " vendors on"
                       " VENDMSTR - the rest are not scored."
               END-IF
               CLOSE Vendor-Master-File
           END-IF.

       Read-Next-Vendor.
           READ Vendor-Master-File NEXT RECORD
               AT END
                   SET Vend-File-Eof TO TRUE
           END-READ.

       Store-One-Vendor.
           ADD 1 TO Vendor-Count.
           INITIALIZE Vendor-Entry(Vendor-Count).
           MOVE VEND-ID TO Tbl-Vnd-Id(Vendor-Count).
           MOVE VEND-NAME TO Tbl-Vnd-Name(Vendor-Count).
           MOVE VEND-PREFERRED TO Tbl-Vnd-Preferred(Vendor-Count).
           PERFORM Read-Next-Vendor.

       Load-Item-Vendor-Links.
           MOVE 0 TO Item-Link-Count.
           OPEN INPUT Item-Vendor-File.
           IF Ivnd-File-Ok
               PERFORM Read-Next-Item-Link
               PERFORM Store-One-Item-Link
                   UNTIL Ivnd-File-Eof
                   OR Item-Link-Count = Max-Item-Links
               CLOSE Item-Vendor-File
           END-IF.

       Read-Next-Item-Link.
           READ Item-Vendor-File
               AT END
                   SET Ivnd-File-Eof TO TRUE
           END-READ.

       Store-One-Item-Link.
           ADD 1 TO Item-Link-Count.
           MOVE IVND-ITEM-NUMBER TO Tbl-Link-Item(Item-Link-Count).
           MOVE IVND-VENDOR-ID TO Tbl-Link-Vendor(Item-Link-Count).
           MOVE IVND-UNIT-COST TO Tbl-Link-Cost(Item-Link-Count).
           PERFORM Read-Next-Item-Link.

      *> Leaves Vendor-Sub on Wanted-Vendor-Id's entry when found.
       Find-Vendor-Entry.
           MOVE "N" TO Vendor-Found-Switch.
           PERFORM Check-One-Vendor-Entry
               VARYING Vendor-Sub FROM 1 BY 1
               UNTIL Vendor-Sub > Vendor-Count
               OR Vendor-Is-Found.
           IF Vendor-Is-Found
               SUBTRACT 1 FROM Vendor-Sub
           END-IF.

       Check-One-Vendor-Entry.
           IF Tbl-Vnd-Id(Vendor-Sub) = Wanted-Vendor-Id
               SET Vendor-Is-Found TO TRUE
           END-IF.

      *> Leaves Quoted-Cost at the item's ITEMVEND cost from the
      *> vendor; a link with no cost keyed counts as no link.
       Find-Quoted-Cost.
           MOVE "N" TO Link-Found-Switch.
           MOVE 0 TO Quoted-Cost.
           PERFORM Check-One-Item-Link
               VARYING Item-Link-Sub FROM 1 BY 1
               UNTIL Item-Link-Sub > Item-Link-Count
               OR Link-Is-Found.

       Check-One-Item-Link.
           IF Tbl-Link-Item(Item-Link-Sub) = Wanted-Item-Number
               AND Tbl-Link-Vendor(Item-Link-Sub) = Wanted-Vendor-Id
               AND Tbl-Link-Cost(Item-Link-Sub) > 0
               MOVE Tbl-Link-Cost(Item-Link-Sub) TO Quoted-Cost
               SET Link-Is-Found TO TRUE
           END-IF.

       Score-Receipts.
           OPEN INPUT Receipt-History-File.
           IF Hist-File-Ok
               PERFORM Read-Next-Receipt
               PERFORM Score-One-Receipt UNTIL Hist-File-Eof
               CLOSE Receipt-History-File
           END-IF.

       Read-Next-Receipt.
           READ Receipt-History-File
               AT END
                   SET Hist-File-Eof TO TRUE
           END-READ.

       Score-One-Receipt.
           ADD 1 TO Receipts-Read.
           IF Rh-Receipt-Date >= Quarter-Start-Date
               AND Rh-Receipt-Date <= Today-Date
               MOVE Rh-Vendor-Id TO Wanted-Vendor-Id
               PERFORM Find-Vendor-Entry
               IF Vendor-Is-Found
                   ADD 1 TO Tbl-Vnd-Receipts(Vendor-Sub)
                   IF Rh-Order-Date > 0 AND Rh-Promised-Date > 0
                       PERFORM Time-One-Receipt
                   END-IF
                   MOVE Rh-Item-Number TO Wanted-Item-Number
                   PERFORM Find-Quoted-Cost
                   IF Link-Is-Found AND Rh-Unit-Cost > 0
                       COMPUTE Tbl-Vnd-Rcv-Paid(Vendor-Sub) =
                           Tbl-Vnd-Rcv-Paid(Vendor-Sub)
                           + Rh-Qty-Eaches * Rh-Unit-Cost
                       COMPUTE Tbl-Vnd-Rcv-Quoted(Vendor-Sub) =
                           Tbl-Vnd-Rcv-Quoted(Vendor-Sub)
                           + Rh-Qty-Eaches * Quoted-Cost
                   END-IF
               ELSE
                   ADD 1 TO Receipts-No-Vendor
               END-IF
           END-IF.
           PERFORM Read-Next-Receipt.

       Time-One-Receipt.
           ADD 1 TO Tbl-Vnd-Timed(Vendor-Sub).
           IF Rh-Receipt-Date <= Rh-Promised-Date
               ADD 1 TO Tbl-Vnd-On-Time(Vendor-Sub)
           END-IF.
           MOVE Rh-Promised-Date TO Walk-Target-Date.
           PERFORM Count-Days-From-Order.
           ADD Day-Count TO Tbl-Vnd-Promised-Days(Vendor-Sub).
           MOVE Rh-Receipt-Date TO Walk-Target-Date.
           PERFORM Count-Days-From-Order.
           ADD Day-Count TO Tbl-Vnd-Actual-Days(Vendor-Sub).

       Count-Days-From-Order.
           MOVE 0 TO Day-Count.
           MOVE Rh-Order-Date TO Walk-Date.
           PERFORM Add-One-Day
               UNTIL Walk-Date >= Walk-Target-Date
               OR Day-Count = 999.

      *> A line counts toward the fill rate in the quarter its
      *> vendor promised it; a line with no promised date (opened
      *> before they were kept) or no vendor is left out.
       Score-Order-Lines.
           OPEN INPUT Purchase-Order-File.
           IF Po-File-Ok
               MOVE LOW-VALUES TO PO-ORDER-KEY
               START Purchase-Order-File
                   KEY IS GREATER THAN PO-ORDER-KEY
                   INVALID KEY
                       SET Po-File-Eof TO TRUE
               END-START
               IF Po-File-Ok
                   PERFORM Read-Next-Po-Line
               END-IF
               PERFORM Score-One-Po-Line UNTIL Po-File-Eof
               CLOSE Purchase-Order-File
           END-IF.

       Read-Next-Po-Line.
           READ Purchase-Order-File NEXT RECORD
               AT END
                   SET Po-File-Eof TO TRUE
           END-READ.

       Score-One-Po-Line.
           IF PO-PROMISED-DATE >= Quarter-Start-Date
               AND PO-PROMISED-DATE <= Today-Date
               AND PO-VENDOR-ID > 0
               MOVE PO-VENDOR-ID TO Wanted-Vendor-Id
               PERFORM Find-Vendor-Entry
               IF Vendor-Is-Found
                   IF PO-QTY-RECEIVED > PO-QTY-ORDERED
                       MOVE PO-QTY-ORDERED TO Filled-Eaches
                   ELSE
                       MOVE PO-QTY-RECEIVED TO Filled-Eaches
                   END-IF
                   ADD 1 TO Tbl-Vnd-Lines-Due(Vendor-Sub)
                   ADD PO-QTY-ORDERED TO Tbl-Vnd-Ordered(Vendor-Sub)
                   ADD Filled-Eaches TO Tbl-Vnd-Filled(Vendor-Sub)
               END-IF
           END-IF.
           PERFORM Read-Next-Po-Line.

       Score-Invoices.
           OPEN INPUT Vendor-Invoice-File.
           IF Vinv-File-Ok
               MOVE LOW-VALUES TO VI-KEY
               START Vendor-Invoice-File
                   KEY IS GREATER THAN VI-KEY
                   INVALID KEY
                       SET Vinv-File-Eof TO TRUE
               END-START
               IF Vinv-File-Ok
                   PERFORM Read-Next-Invoice-Line
               END-IF
               PERFORM Score-One-Invoice-Line UNTIL Vinv-File-Eof
               CLOSE Vendor-Invoice-File
           END-IF.

       Read-Next-Invoice-Line.
           READ Vendor-Invoice-File NEXT RECORD
               AT END
                   SET Vinv-File-Eof TO TRUE
           END-READ.

       Score-One-Invoice-Line.
           IF VI-INVOICE-DATE >= Quarter-Start-Date
               AND VI-INVOICE-DATE <= Today-Date
               MOVE VI-VENDOR-ID TO Wanted-Vendor-Id
               PERFORM Find-Vendor-Entry
               IF Vendor-Is-Found
                   MOVE VI-ITEM-NUMBER TO Wanted-Item-Number
                   PERFORM Find-Quoted-Cost
                   IF Link-Is-Found
                       ADD 1 TO Tbl-Vnd-Inv-Lines(Vendor-Sub)
                       COMPUTE Tbl-Vnd-Inv-Billed(Vendor-Sub) =
                           Tbl-Vnd-Inv-Billed(Vendor-Sub)
                           + VI-QTY-BILLED * VI-UNIT-PRICE
                       COMPUTE Tbl-Vnd-Inv-Quoted(Vendor-Sub) =
                           Tbl-Vnd-Inv-Quoted(Vendor-Sub)
                           + VI-QTY-BILLED * Quoted-Cost
                   END-IF
               END-IF
           END-IF.
           PERFORM Read-Next-Invoice-Line.

       Score-One-Vendor.
           IF Tbl-Vnd-Receipts(Vendor-Sub) > 0
               OR Tbl-Vnd-Lines-Due(Vendor-Sub) > 0
               OR Tbl-Vnd-Inv-Lines(Vendor-Sub) > 0
               ADD 1 TO Vendors-Scored
               PERFORM Compute-Vendor-Score
               PERFORM Flag-Vendor-Score
               PERFORM Print-Vendor-Score
           END-IF.

       Compute-Vendor-Score.
           INITIALIZE Score-Fields.
           IF Tbl-Vnd-Timed(Vendor-Sub) > 0
               SET Lead-Is-Measured TO TRUE
               COMPUTE Avg-Promised-Days ROUNDED =
                   Tbl-Vnd-Promised-Days(Vendor-Sub)
                   / Tbl-Vnd-Timed(Vendor-Sub)
               COMPUTE Avg-Actual-Days ROUNDED =
                   Tbl-Vnd-Actual-Days(Vendor-Sub)
                   / Tbl-Vnd-Timed(Vendor-Sub)
               COMPUTE On-Time-Pct ROUNDED =
                   Tbl-Vnd-On-Time(Vendor-Sub) * 100
                   / Tbl-Vnd-Timed(Vendor-Sub)
           END-IF.
           IF Tbl-Vnd-Ordered(Vendor-Sub) > 0
               SET Fill-Is-Measured TO TRUE
               COMPUTE Fill-Rate-Pct ROUNDED =
                   Tbl-Vnd-Filled(Vendor-Sub) * 100
                   / Tbl-Vnd-Ordered(Vendor-Sub)
           END-IF.
           IF Tbl-Vnd-Rcv-Quoted(Vendor-Sub) > 0
               SET Rcv-Cost-Is-Measured TO TRUE
               COMPUTE Cost-Over-Work ROUNDED =
                   (Tbl-Vnd-Rcv-Paid(Vendor-Sub)
                   - Tbl-Vnd-Rcv-Quoted(Vendor-Sub)) * 100
                   / Tbl-Vnd-Rcv-Quoted(Vendor-Sub)
               PERFORM Hold-Cost-Percentage
               MOVE Cost-Over-Work TO Rcv-Cost-Pct
           END-IF.
           IF Tbl-Vnd-Inv-Quoted(Vendor-Sub) > 0
               SET Inv-Cost-Is-Measured TO TRUE
               COMPUTE Cost-Over-Work ROUNDED =
                   (Tbl-Vnd-Inv-Billed(Vendor-Sub)
                   - Tbl-Vnd-Inv-Quoted(Vendor-Sub)) * 100
                   / Tbl-Vnd-Inv-Quoted(Vendor-Sub)
               PERFORM Hold-Cost-Percentage
               MOVE Cost-Over-Work TO Inv-Cost-Pct
           END-IF.

      *> A percentage beyond what the report column carries is held
      *> at 999.99 either way - well past any threshold.
       Hold-Cost-Percentage.
           IF Cost-Over-Work > 999.99
               MOVE 999.99 TO Cost-Over-Work
           END-IF.
           IF Cost-Over-Work < -999.99
               MOVE -999.99 TO Cost-Over-Work
           END-IF.

      *> Paying or billing under the quoted cost is not held against
      *> a vendor; only going over it by more than allowed is.
       Flag-Vendor-Score.
           MOVE SPACES TO Score-Flags.
           MOVE 1 TO Flag-Pointer.
           IF Lead-Is-Measured AND On-Time-Pct < Min-On-Time-Pct
               STRING "LATE " DELIMITED BY SIZE INTO Score-Flags
                   WITH POINTER Flag-Pointer
               END-STRING
           END-IF.
           IF Fill-Is-Measured AND Fill-Rate-Pct < Min-Fill-Rate-Pct
               STRING "SHORT " DELIMITED BY SIZE INTO Score-Flags
                   WITH POINTER Flag-Pointer
               END-STRING
           END-IF.
           IF (Rcv-Cost-Is-Measured
                   AND Rcv-Cost-Pct > Max-Cost-Over-Pct)
               OR (Inv-Cost-Is-Measured
                   AND Inv-Cost-Pct > Max-Cost-Over-Pct)
               STRING "COST " DELIMITED BY SIZE INTO Score-Flags
                   WITH POINTER Flag-Pointer
               END-STRING
           END-IF.
           IF Score-Flags NOT = SPACES
               ADD 1 TO Vendors-Flagged
               IF Tbl-Vnd-Preferred(Vendor-Sub) = "Y"
                   ADD 1 TO Preferred-Flagged
                   STRING "PREF" DELIMITED BY SIZE INTO Score-Flags
                       WITH POINTER Flag-Pointer
                   END-STRING
               END-IF
           END-IF.

       Print-Vendor-Score.
           MOVE Tbl-Vnd-Id(Vendor-Sub) TO Sdl-Vendor.
           MOVE Tbl-Vnd-Name(Vendor-Sub) TO Sdl-Name.
           IF Tbl-Vnd-Preferred(Vendor-Sub) = "Y"
               MOVE "Y" TO Sdl-Preferred
           ELSE
               MOVE "N" TO Sdl-Preferred
           END-IF.
           MOVE Tbl-Vnd-Receipts(Vendor-Sub) TO Sdl-Receipts.
           MOVE Tbl-Vnd-Lines-Due(Vendor-Sub) TO Sdl-Lines.
           MOVE "  n/a" TO Sdl-Promised.
           MOVE "  n/a" TO Sdl-Actual.
           MOVE "   n/a" TO Sdl-On-Time.
           MOVE "   n/a" TO Sdl-Fill.
           MOVE "    n/a" TO Sdl-Rcv-Cost.
           MOVE "    n/a" TO Sdl-Inv-Cost.
           IF Lead-Is-Measured
               MOVE Avg-Promised-Days TO Days-Edit
               MOVE Days-Edit TO Sdl-Promised
               MOVE Avg-Actual-Days TO Days-Edit
               MOVE Days-Edit TO Sdl-Actual
               MOVE On-Time-Pct TO Pct-Edit
               MOVE Pct-Edit TO Sdl-On-Time
           END-IF.
           IF Fill-Is-Measured
               MOVE Fill-Rate-Pct TO Pct-Edit
               MOVE Pct-Edit TO Sdl-Fill
           END-IF.
           IF Rcv-Cost-Is-Measured
               MOVE Rcv-Cost-Pct TO Var-Edit
               MOVE Var-Edit TO Sdl-Rcv-Cost
           END-IF.
           IF Inv-Cost-Is-Measured
               MOVE Inv-Cost-Pct TO Var-Edit
               MOVE Var-Edit TO Sdl-Inv-Cost
           END-IF.
           MOVE Score-Flags TO Sdl-Flags.
           MOVE Score-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Print-Summary.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "Vendors with activity this quarter" TO Sml-Label.
           MOVE Vendors-Scored TO Sml-Count.
           MOVE Summary-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "Vendors flagged for review" TO Sml-Label.
           MOVE Vendors-Flagged TO Sml-Count.
           MOVE Summary-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "Flagged vendors still marked preferred"
               TO Sml-Label.
           MOVE Preferred-Flagged TO Sml-Count.
           MOVE Summary-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "Receipts from vendors not on VENDMSTR" TO Sml-Label.
           MOVE Receipts-No-Vendor TO Sml-Count.
           MOVE Summary-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           IF Preferred-Flagged > 0
               MOVE SPACES TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
               MOVE "    PREF - flagged but still marked preferred:"
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
               MOVE "    review VEND-PREFERRED in VendorMaintenance."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
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
           MOVE "VendorScorecard" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Receipts-Read TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Tbl-Vnd-Id(Vendor-Sub) TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Tbl-Vnd-Name(Vendor-Sub) TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Sdl-Preferred TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Tbl-Vnd-Receipts(Vendor-Sub) TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           IF Lead-Is-Measured
               MOVE Avg-Promised-Days TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
               MOVE Avg-Actual-Days TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
               MOVE On-Time-Pct TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
           ELSE
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
           END-IF.
           MOVE Tbl-Vnd-Lines-Due(Vendor-Sub) TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           IF Fill-Is-Measured
               MOVE Fill-Rate-Pct TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
           ELSE
               PERFORM Report-Csv-Add-Text
           END-IF.
           IF Rcv-Cost-Is-Measured
               MOVE Rcv-Cost-Pct TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
           ELSE
               PERFORM Report-Csv-Add-Text
           END-IF.
           IF Inv-Cost-Is-Measured
               MOVE Inv-Cost-Pct TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
           ELSE
               PERFORM Report-Csv-Add-Text
           END-IF.
           MOVE Sdl-Flags TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
