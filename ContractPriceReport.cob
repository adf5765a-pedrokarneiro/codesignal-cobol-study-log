       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContractPriceReport.
      *> ContractPriceReport is the weekly check on the CUSTPRIC
      *> customer contract prices. It prints two sections on
      *> CPRCRPT: first every contract price whose end date has
      *> passed on the business date - dead entries to renew or
      *> delete, which SalesOrderEntry no longer prices from - and
      *> then every price still current or yet to start that sells
      *> the item below the PROD-AVG-COST of its ITEMXREF product.
      *> A percentage off is priced from today's catalog price,
      *> the pending price once its date has come; a discount on an
      *> item with no catalog product cannot be costed and is only
      *> counted. Each line gives the customer, item, quantity
      *> break, effective and end dates, the terms, the price per
      *> each and the average cost. When the RPTPARM report options
      *> ask for it, the report also writes the CPRCCSV
      *> comma-delimited extract.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-Price-File ASSIGN TO "CUSTPRIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPL-KEY
               FILE STATUS IS Cpl-File-Status.

           SELECT Product-Master-File ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS Prod-File-Status.

           SELECT Xref-File ASSIGN TO "ITEMXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Xref-File-Status.

           SELECT Report-Print-File ASSIGN TO "CPRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "CPRCCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Customer-Price-File.
       COPY CUSTPRIC.

       FD  Product-Master-File.
       COPY PRODMST.

       FD  Xref-File.
       COPY ITEMXREF.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Cpl-File-Status PIC X(02) VALUE "00".
          88 Cpl-File-Ok VALUE "00".
          88 Cpl-File-Eof VALUE "10".

       01 Prod-File-Status PIC X(02) VALUE "00".
          88 Prod-File-Ok VALUE "00".

       01 Xref-File-Status PIC X(02) VALUE "00".
          88 Xref-File-Ok VALUE "00".
          88 Xref-File-Eof VALUE "10".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).

       01 Catalog-Switch PIC X(01) VALUE "N".
          88 Catalog-On-File VALUE "Y".

       01 Max-Xref-Entries PIC 9(03) VALUE 200.
       01 Xref-Entry-Count PIC 9(03) VALUE 0.
       01 Xref-Sub PIC 9(03).
       01 Xref-Table.
           05 Xref-Entry OCCURS 200 TIMES.
              10 Tbl-Xref-Item      PIC 9(09).
              10 Tbl-Xref-Product   PIC 9(05).

       01 Section-Switch PIC X(01) VALUE "X".
          88 Listing-Expired VALUE "X".
          88 Listing-Below-Cost VALUE "B".
       01 Section-Name PIC X(10).

       01 Linked-Product-Code PIC 9(05).
       01 Cost-Switch PIC X(01).
          88 Cost-Known VALUE "Y".
       01 Catalog-Unit-Price PIC 9(07)V99.
       01 Each-Price PIC 9(07)V99.
       01 Avg-Cost PIC 9(07)V99.

       01 Section-Prices PIC 9(05) VALUE 0.
       01 Expired-Prices PIC 9(05) VALUE 0.
       01 Below-Cost-Prices PIC 9(05) VALUE 0.
       01 Prices-Not-Costed PIC 9(05) VALUE 0.

       01 Price-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE "CUST".
           05 FILLER               PIC X(11) VALUE "ITEM".
           05 FILLER               PIC X(11) VALUE "    BREAK".
           05 FILLER               PIC X(10) VALUE "FROM".
           05 FILLER               PIC X(10) VALUE "TO".
           05 FILLER               PIC X(12) VALUE "TERMS".
           05 FILLER               PIC X(12) VALUE "    PRICE EA".
           05 FILLER               PIC X(12) VALUE "    AVG COST".

       01 Price-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Customer         PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Item             PIC 9(09).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Break            PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-From             PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-To               PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Terms            PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Price            PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Avg-Cost         PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01 Pct-Edit PIC Z9.99.

       01 Section-Total-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Stl-Prices           PIC ZZ,ZZ9.
           05 FILLER               PIC X(19) VALUE " CONTRACT PRICE(S)".

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Read-Business-Date.
           OPEN INPUT Customer-Price-File.
           IF Cpl-File-Status = "35"
               DISPLAY "No CUSTPRIC price-list file - no contract"
                   " prices to report."
               STOP RUN
           END-IF.
           PERFORM Load-Xref-Table.
           OPEN INPUT Product-Master-File.
           IF Prod-File-Ok
               SET Catalog-On-File TO TRUE
           END-IF.
           OPEN OUTPUT Report-Print-File.
           MOVE "CONTRACT PRICE EXCEPTIONS" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "SECTION," "CUSTOMER," "ITEM," "BREAK,"
               "FROM," "TO," "TYPE," "DISCOUNT PCT,"
               "PRICE EACH," "AVG COST"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           SET Listing-Expired TO TRUE.
           MOVE "EXPIRED" TO Section-Name.
           MOVE "  CONTRACT PRICES PAST THEIR END DATE"
               TO RPT-PRINT-LINE.
           PERFORM List-Section.
           MOVE Section-Prices TO Expired-Prices.
           SET Listing-Below-Cost TO TRUE.
           MOVE "BELOW COST" TO Section-Name.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "  CONTRACT PRICES BELOW PRODUCT AVERAGE COST"
               TO RPT-PRINT-LINE.
           PERFORM List-Section.
           MOVE Section-Prices TO Below-Cost-Prices.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Customer-Price-File.
           IF Catalog-On-File
               CLOSE Product-Master-File
           END-IF.
           DISPLAY "Expired contract prices: " Expired-Prices.
           DISPLAY "Contract prices below average cost: "
               Below-Cost-Prices.
           IF Prices-Not-Costed > 0
               DISPLAY "Contract prices with no product cost to"
                   " check: " Prices-Not-Costed
           END-IF.
           STOP RUN.

      *> Each section is one pass over the price list in key
      *> order: customer, item, quantity break, effective date.
       List-Section.
           PERFORM Report-Write-Line.
           MOVE Price-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE 0 TO Section-Prices.
           MOVE LOW-VALUES TO CPL-KEY.
           START Customer-Price-File KEY IS GREATER THAN CPL-KEY
               INVALID KEY
                   SET Cpl-File-Eof TO TRUE
           END-START.
           IF Cpl-File-Ok
               PERFORM Read-Next-Price
               PERFORM Check-One-Price UNTIL Cpl-File-Eof
           END-IF.
           IF Section-Prices = 0
               MOVE "    None." TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           ELSE
               MOVE Section-Prices TO Stl-Prices
               MOVE Section-Total-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           MOVE "00" TO Cpl-File-Status.

       Read-Next-Price.
           READ Customer-Price-File NEXT RECORD
               AT END
                   SET Cpl-File-Eof TO TRUE
           END-READ.

      *> A price that has expired is only listed as expired; the
      *> below-cost section looks at the prices still to be sold at.
       Check-One-Price.
           PERFORM Cost-One-Price.
           EVALUATE TRUE
               WHEN CPL-EFF-TO-DATE > 0
                   AND CPL-EFF-TO-DATE < Today-Date
                   IF Listing-Expired
                       PERFORM Print-Price-Line
                   END-IF
               WHEN Listing-Expired
                   CONTINUE
               WHEN NOT Cost-Known
                   ADD 1 TO Prices-Not-Costed
               WHEN Each-Price < Avg-Cost
                   PERFORM Print-Price-Line
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM Read-Next-Price.

      *> The price per each is the fixed price, or today's catalog
      *> price less the discount; the cost is the average cost of
      *> the item's ITEMXREF product.
       Cost-One-Price.
           MOVE "N" TO Cost-Switch.
           MOVE 0 TO Catalog-Unit-Price.
           MOVE 0 TO Avg-Cost.
           MOVE 0 TO Linked-Product-Code.
           PERFORM Check-One-Xref
               VARYING Xref-Sub FROM 1 BY 1
               UNTIL Xref-Sub > Xref-Entry-Count.
           IF Linked-Product-Code > 0 AND Catalog-On-File
               MOVE Linked-Product-Code TO PROD-CODE
               READ Product-Master-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Cost-Known TO TRUE
                       MOVE PROD-AVG-COST TO Avg-Cost
                       MOVE PROD-PRICE TO Catalog-Unit-Price
                       IF PROD-PRICE-EFF-DATE > 0
                           AND PROD-PRICE-EFF-DATE <= Today-Date
                           MOVE PROD-PENDING-PRICE
                               TO Catalog-Unit-Price
                       END-IF
               END-READ
           END-IF.
           IF CPL-FIXED-PRICE
               MOVE CPL-PRICE TO Each-Price
           ELSE
               COMPUTE Each-Price ROUNDED =
                   Catalog-Unit-Price
                   * (100 - CPL-DISCOUNT-PCT) / 100
           END-IF.

       Check-One-Xref.
           IF Tbl-Xref-Item(Xref-Sub) = CPL-ITEM-NUMBER
               MOVE Tbl-Xref-Product(Xref-Sub)
                   TO Linked-Product-Code
           END-IF.

       Print-Price-Line.
           ADD 1 TO Section-Prices.
           MOVE CPL-CUSTOMER-ID TO Pdl-Customer.
           MOVE CPL-ITEM-NUMBER TO Pdl-Item.
           MOVE CPL-BREAK-QTY TO Pdl-Break.
           MOVE CPL-EFF-FROM-DATE TO Pdl-From.
           IF CPL-EFF-TO-DATE = 0
               MOVE "OPEN" TO Pdl-To
           ELSE
               MOVE CPL-EFF-TO-DATE TO Pdl-To
           END-IF.
           IF CPL-FIXED-PRICE
               MOVE "FIXED" TO Pdl-Terms
           ELSE
               MOVE CPL-DISCOUNT-PCT TO Pct-Edit
               MOVE SPACES TO Pdl-Terms
               STRING Pct-Edit "% OFF" DELIMITED BY SIZE
                   INTO Pdl-Terms
               END-STRING
           END-IF.
           MOVE Each-Price TO Pdl-Price.
           MOVE Avg-Cost TO Pdl-Avg-Cost.
           MOVE Price-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Load-Xref-Table.
           MOVE 0 TO Xref-Entry-Count.
           OPEN INPUT Xref-File.
           IF Xref-File-Ok
               PERFORM Read-Next-Xref
               PERFORM Store-One-Xref
                   UNTIL Xref-File-Eof
                   OR Xref-Entry-Count = Max-Xref-Entries
               CLOSE Xref-File
           END-IF.

       Read-Next-Xref.
           READ Xref-File
               AT END
                   SET Xref-File-Eof TO TRUE
           END-READ.

       Store-One-Xref.
           ADD 1 TO Xref-Entry-Count.
           MOVE XREF-ITEM-NUMBER TO Tbl-Xref-Item(Xref-Entry-Count).
           MOVE XREF-PRODUCT-CODE
               TO Tbl-Xref-Product(Xref-Entry-Count).
           PERFORM Read-Next-Xref.

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

       Build-Csv-Row.
           MOVE Section-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE CPL-CUSTOMER-ID TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE CPL-ITEM-NUMBER TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE CPL-BREAK-QTY TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE CPL-EFF-FROM-DATE TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE CPL-EFF-TO-DATE TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE CPL-PRICE-TYPE TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE CPL-DISCOUNT-PCT TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Each-Price TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Avg-Cost TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
