       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesAnalysisReport.
      *> SalesAnalysisReport tells management who buys what. It
      *> reads the INVOICES file CustomerInvoicing builds from the
      *> confirmed shipments and summarizes every invoiced line by
      *> customer, by PRODMSTR product and by the product's
      *> PROD-MANAGER, month to date and year to date as of the
      *> business date, each set beside the same period last year:
      *> eaches, revenue billed, cost at the product's PROD-AVG-COST
      *> and margin percentage. An invoice falls in a period by its
      *> invoice date. After the three summaries, the SLSANRPT
      *> report prints the top 20 customers by year-to-date revenue,
      *> with their share of the year's sales, and a page of the
      *> customers buying less this year to date than last, the
      *> biggest fall first. When the RPTPARM report options ask for
      *> it, the report also writes the SLSANCSV comma-delimited
      *> extract: one row per customer, product and manager with
      *> all four periods. The run is logged to JOBLOG.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Invoice-File ASSIGN TO "INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ivc-File-Status.

           SELECT Product-Master-File ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS Prod-File-Status.

           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

           SELECT Report-Print-File ASSIGN TO "SLSANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "SLSANCSV"
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
       FD  Invoice-File.
       COPY INVOICE.

       FD  Product-Master-File.
       COPY PRODMST.

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

       01 Ivc-File-Status PIC X(02) VALUE "00".
          88 Ivc-File-Ok VALUE "00".
          88 Ivc-File-Eof VALUE "10".

       01 Prod-File-Status PIC X(02) VALUE "00".
          88 Prod-File-Ok VALUE "00".
       01 Catalog-Switch PIC X(01) VALUE "N".
          88 Catalog-On-File VALUE "Y".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Today-Date-Split REDEFINES Today-Date.
           05 Today-Year            PIC 9(04).
           05 Today-Month           PIC 9(02).
           05 Today-Day             PIC 9(02).

      *> The four periods: 1 month to date, 2 year to date, and 3
      *> and 4 the same two periods a year earlier.
       01 Period-Bounds.
           05 Period-Bound OCCURS 4 TIMES.
              10 Period-From-Date   PIC 9(08).
              10 Period-To-Date     PIC 9(08).
       01 Period-Flags.
           05 Period-Applies        PIC X(01) OCCURS 4 TIMES.
       01 Period-Sub PIC 9(01).
       01 Ty-Sub PIC 9(01).
       01 Ly-Sub PIC 9(01).

       01 Invoice-Switch PIC X(01) VALUE "N".
          88 Invoice-In-Periods VALUE "Y".
       01 Current-Customer-Id PIC 9(05).
       01 Current-Invoice-Date PIC 9(08).

       01 Invoices-Read PIC 9(07) VALUE 0.
       01 Lines-Analyzed PIC 9(07) VALUE 0.
       01 Lines-Not-Analyzed PIC 9(05) VALUE 0.
       01 Line-Qty PIC S9(09).
       01 Line-Revenue PIC S9(11)V99.
       01 Line-Cost PIC S9(11)V99.

       01 Search-Sub PIC 9(03).
       01 Customer-Sub PIC 9(03).
       01 Product-Sub PIC 9(03).
       01 Manager-Sub PIC 9(03).
       01 Rank-Count PIC 9(03).

       01 Max-Customers PIC 9(03) VALUE 500.
       01 Customer-Count PIC 9(03) VALUE 0.
       01 Customer-Table.
           05 Cst-Entry OCCURS 1 TO 500 TIMES
              DEPENDING ON Customer-Count
              ASCENDING KEY IS Cst-Customer-Id.
              10 Cst-Customer-Id    PIC 9(05).
              10 Cst-Name           PIC X(20).
              10 Cst-Ytd-Revenue    PIC S9(11)V99.
              10 Cst-Decline        PIC S9(11)V99.
              10 Cst-Totals.
                 15 Cst-Period OCCURS 4 TIMES.
                    20 Cst-Qty      PIC S9(09).
                    20 Cst-Revenue  PIC S9(11)V99.
                    20 Cst-Cost     PIC S9(11)V99.

       01 Max-Products PIC 9(03) VALUE 200.
       01 Product-Count PIC 9(03) VALUE 0.
       01 Product-Table.
           05 Prd-Entry OCCURS 1 TO 200 TIMES
              DEPENDING ON Product-Count
              ASCENDING KEY IS Prd-Product-Code.
              10 Prd-Product-Code   PIC 9(05).
              10 Prd-Name           PIC X(20).
              10 Prd-Manager        PIC X(20).
              10 Prd-Avg-Cost       PIC 9(07)V99.
              10 Prd-Totals.
                 15 Prd-Period OCCURS 4 TIMES.
                    20 Prd-Qty      PIC S9(09).
                    20 Prd-Revenue  PIC S9(11)V99.
                    20 Prd-Cost     PIC S9(11)V99.

       01 Max-Managers PIC 9(03) VALUE 50.
       01 Manager-Count PIC 9(03) VALUE 0.
       01 Manager-Table.
           05 Mgr-Entry OCCURS 1 TO 50 TIMES
              DEPENDING ON Manager-Count
              ASCENDING KEY IS Mgr-Name.
              10 Mgr-Name           PIC X(20).
              10 Mgr-Totals.
                 15 Mgr-Period OCCURS 4 TIMES.
                    20 Mgr-Qty      PIC S9(09).
                    20 Mgr-Revenue  PIC S9(11)V99.
                    20 Mgr-Cost     PIC S9(11)V99.

       01 Grand-Totals.
           05 Grand-Period OCCURS 4 TIMES.
              10 Grand-Qty          PIC S9(09).
              10 Grand-Revenue      PIC S9(11)V99.
              10 Grand-Cost         PIC S9(11)V99.

      *> The entry being printed, whichever table it came from.
       01 Summary-Work.
           05 Sum-Section           PIC X(08).
           05 Sum-Key               PIC X(05).
           05 Sum-Name              PIC X(20).
           05 Sum-Label             PIC X(24).
           05 Sum-Totals.
              10 Sum-Period OCCURS 4 TIMES.
                 15 Sum-Qty         PIC S9(09).
                 15 Sum-Revenue     PIC S9(11)V99.
                 15 Sum-Cost        PIC S9(11)V99.

       01 Margin-Revenue PIC S9(11)V99.
       01 Margin-Cost PIC S9(11)V99.
       01 Margin-Pct PIC S9(05)V9.
       01 Change-Pct PIC S9(05)V9.
       01 Share-Pct PIC 9(03)V9.
       01 Pct-Edit PIC ---9.9.

       01 Section-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Shl-Title            PIC X(40).

       01 Period-Band-Line.
           05 FILLER               PIC X(31) VALUE SPACES.
           05 FILLER               PIC X(19) VALUE ALL "-".
           05 FILLER               PIC X(11) VALUE " THIS YEAR ".
           05 FILLER               PIC X(19) VALUE ALL "-".
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(19) VALUE ALL "-".
           05 FILLER               PIC X(11) VALUE " LAST YEAR ".
           05 FILLER               PIC X(19) VALUE ALL "-".

       01 Summary-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sml-Label            PIC X(24).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "    EACHES".
           05 FILLER               PIC X(16)
               VALUE "         REVENUE".
           05 FILLER               PIC X(16)
               VALUE "            COST".
           05 FILLER               PIC X(07) VALUE " MARGIN".
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "    EACHES".
           05 FILLER               PIC X(16)
               VALUE "         REVENUE".
           05 FILLER               PIC X(16)
               VALUE "            COST".
           05 FILLER               PIC X(07) VALUE " MARGIN".

       01 Summary-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Label            PIC X(24).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Sdl-Period           PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Sdl-Ty-Qty           PIC Z,ZZZ,ZZ9-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Sdl-Ty-Revenue       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Sdl-Ty-Cost          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Sdl-Ty-Margin        PIC ---9.9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Sdl-Ly-Qty           PIC Z,ZZZ,ZZ9-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Sdl-Ly-Revenue       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Sdl-Ly-Cost          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Sdl-Ly-Margin        PIC ---9.9.

       01 Top-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE "RANK".
           05 FILLER               PIC X(27) VALUE "CUSTOMER".
           05 FILLER               PIC X(15) VALUE "    YTD REVENUE".
           05 FILLER               PIC X(07) VALUE " MARGIN".
           05 FILLER               PIC X(07) VALUE "  SHARE".
           05 FILLER               PIC X(16)
               VALUE " LAST YR REVENUE".
           05 FILLER               PIC X(07) VALUE " CHANGE".

       01 Top-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tdl-Rank             PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tdl-Customer         PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tdl-Name             PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tdl-Ytd-Revenue      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tdl-Margin           PIC ---9.9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tdl-Share            PIC ZZ9.9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tdl-Ly-Revenue       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tdl-Change           PIC X(06).

       01 Decline-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(27) VALUE "CUSTOMER".
           05 FILLER               PIC X(15) VALUE "LAST YR REVENUE".
           05 FILLER               PIC X(16)
               VALUE "     YTD REVENUE".
           05 FILLER               PIC X(16)
               VALUE "         DECLINE".
           05 FILLER               PIC X(07) VALUE " CHANGE".

       01 Decline-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ddl-Customer         PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Ddl-Name             PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Ddl-Ly-Revenue       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Ddl-Ytd-Revenue      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Ddl-Decline          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Ddl-Change           PIC X(06).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Set-Period-Bounds.
           INITIALIZE Grand-Totals.
           OPEN INPUT Invoice-File.
           IF Ivc-File-Status = "35"
               DISPLAY "No INVOICES invoice file - nothing to"
                   " analyze."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN INPUT Product-Master-File.
           IF Prod-File-Ok
               SET Catalog-On-File TO TRUE
           END-IF.
           PERFORM Read-Next-Invoice-Record.
           PERFORM Analyze-One-Record UNTIL Ivc-File-Eof.
           CLOSE Invoice-File.
           IF Catalog-On-File
               CLOSE Product-Master-File
           END-IF.
           PERFORM Name-Customers.
           PERFORM Build-Manager-Table
               VARYING Product-Sub FROM 1 BY 1
               UNTIL Product-Sub > Product-Count.
           OPEN OUTPUT Report-Print-File.
           MOVE "SALES ANALYSIS" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "SECTION," "KEY," "NAME,"
               "MTD EACHES," "MTD REVENUE," "MTD COST,"
               "YTD EACHES," "YTD REVENUE," "YTD COST,"
               "LY MTD EACHES," "LY MTD REVENUE," "LY MTD COST,"
               "LY YTD EACHES," "LY YTD REVENUE," "LY YTD COST"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           PERFORM Print-Customer-Summary.
           PERFORM Print-Product-Summary.
           PERFORM Print-Manager-Summary.
           PERFORM Print-Top-Customers.
           PERFORM Print-Declining-Customers.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           DISPLAY "Invoices read: " Invoices-Read.
           DISPLAY "Invoice lines analyzed: " Lines-Analyzed.
           IF Lines-Not-Analyzed > 0
               DISPLAY "Invoice lines not analyzed - customer or"
                   " product table full: " Lines-Not-Analyzed
           END-IF.
           DISPLAY "Customers: " Customer-Count
               "  products: " Product-Count
               "  managers: " Manager-Count.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> Last year's periods run to the same month and day a year
      *> back; a 29 February business date compares correctly
      *> against last year's dates all the same.
       Set-Period-Bounds.
           COMPUTE Period-From-Date(1) =
               Today-Year * 10000 + Today-Month * 100 + 1.
           MOVE Today-Date TO Period-To-Date(1).
           COMPUTE Period-From-Date(2) = Today-Year * 10000 + 0101.
           MOVE Today-Date TO Period-To-Date(2).
           COMPUTE Period-From-Date(3) = Period-From-Date(1) - 10000.
           COMPUTE Period-To-Date(3) = Today-Date - 10000.
           COMPUTE Period-From-Date(4) = Period-From-Date(2) - 10000.
           COMPUTE Period-To-Date(4) = Today-Date - 10000.

       Read-Next-Invoice-Record.
           READ Invoice-File
               AT END
                   SET Ivc-File-Eof TO TRUE
           END-READ.

      *> A header sets the customer and the periods its lines fall
      *> in; the lines that follow it are added to those periods.
       Analyze-One-Record.
           IF Ivc-Header
               ADD 1 TO Invoices-Read
               MOVE Ivc-Customer-Id TO Current-Customer-Id
               MOVE Ivc-Invoice-Date TO Current-Invoice-Date
               MOVE "N" TO Invoice-Switch
               PERFORM Check-One-Period
                   VARYING Period-Sub FROM 1 BY 1
                   UNTIL Period-Sub > 4
           ELSE
               IF Ivc-Line AND Invoice-In-Periods
                   PERFORM Analyze-Invoice-Line
               END-IF
           END-IF.
           PERFORM Read-Next-Invoice-Record.

       Check-One-Period.
           IF Current-Invoice-Date >= Period-From-Date(Period-Sub)
               AND Current-Invoice-Date <= Period-To-Date(Period-Sub)
               MOVE "Y" TO Period-Applies(Period-Sub)
               SET Invoice-In-Periods TO TRUE
           ELSE
               MOVE "N" TO Period-Applies(Period-Sub)
           END-IF.

       Analyze-Invoice-Line.
           PERFORM Find-Product-Entry.
           PERFORM Find-Customer-Entry.
           IF Product-Sub = 0 OR Customer-Sub = 0
               ADD 1 TO Lines-Not-Analyzed
           ELSE
               ADD 1 TO Lines-Analyzed
               MOVE Ivc-Qty-Billed TO Line-Qty
               MOVE Ivc-Line-Amount TO Line-Revenue
               COMPUTE Line-Cost ROUNDED =
                   Ivc-Qty-Billed * Prd-Avg-Cost(Product-Sub)
               PERFORM Add-Line-To-Period
                   VARYING Period-Sub FROM 1 BY 1
                   UNTIL Period-Sub > 4
           END-IF.

       Add-Line-To-Period.
           IF Period-Applies(Period-Sub) = "Y"
               ADD Line-Qty TO Cst-Qty(Customer-Sub, Period-Sub)
               ADD Line-Revenue
                   TO Cst-Revenue(Customer-Sub, Period-Sub)
               ADD Line-Cost TO Cst-Cost(Customer-Sub, Period-Sub)
               ADD Line-Qty TO Prd-Qty(Product-Sub, Period-Sub)
               ADD Line-Revenue
                   TO Prd-Revenue(Product-Sub, Period-Sub)
               ADD Line-Cost TO Prd-Cost(Product-Sub, Period-Sub)
               ADD Line-Qty TO Grand-Qty(Period-Sub)
               ADD Line-Revenue TO Grand-Revenue(Period-Sub)
               ADD Line-Cost TO Grand-Cost(Period-Sub)
           END-IF.

       Find-Customer-Entry.
           MOVE 0 TO Customer-Sub.
           PERFORM Check-One-Customer
               VARYING Search-Sub FROM 1 BY 1
               UNTIL Search-Sub > Customer-Count
               OR Customer-Sub > 0.
           IF Customer-Sub = 0 AND Customer-Count < Max-Customers
               ADD 1 TO Customer-Count
               MOVE Customer-Count TO Customer-Sub
               INITIALIZE Cst-Entry(Customer-Sub)
               MOVE Current-Customer-Id
                   TO Cst-Customer-Id(Customer-Sub)
           END-IF.

       Check-One-Customer.
           IF Cst-Customer-Id(Search-Sub) = Current-Customer-Id
               MOVE Search-Sub TO Customer-Sub
           END-IF.

      *> A product met for the first time is read from PRODMSTR for
      *> its name, manager and average cost; one no longer there is
      *> still analyzed, at no cost and under no manager.
       Find-Product-Entry.
           MOVE 0 TO Product-Sub.
           PERFORM Check-One-Product
               VARYING Search-Sub FROM 1 BY 1
               UNTIL Search-Sub > Product-Count
               OR Product-Sub > 0.
           IF Product-Sub = 0 AND Product-Count < Max-Products
               ADD 1 TO Product-Count
               MOVE Product-Count TO Product-Sub
               INITIALIZE Prd-Entry(Product-Sub)
               MOVE Ivc-Product-Code
                   TO Prd-Product-Code(Product-Sub)
               MOVE "NOT ON PRODMSTR" TO Prd-Name(Product-Sub)
               MOVE "UNASSIGNED" TO Prd-Manager(Product-Sub)
               IF Catalog-On-File
                   PERFORM Read-Product-Details
               END-IF
           END-IF.

       Check-One-Product.
           IF Prd-Product-Code(Search-Sub) = Ivc-Product-Code
               MOVE Search-Sub TO Product-Sub
           END-IF.

       Read-Product-Details.
           MOVE Ivc-Product-Code TO PROD-CODE.
           READ Product-Master-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROD-NAME TO Prd-Name(Product-Sub)
                   IF PROD-MANAGER NOT = SPACES
                       MOVE PROD-MANAGER TO Prd-Manager(Product-Sub)
                   END-IF
                   MOVE PROD-AVG-COST TO Prd-Avg-Cost(Product-Sub)
           END-READ.

       Name-Customers.
           OPEN INPUT Customer-Master-File.
           IF Cust-File-Ok
               PERFORM Name-One-Customer
                   VARYING Customer-Sub FROM 1 BY 1
                   UNTIL Customer-Sub > Customer-Count
               CLOSE Customer-Master-File
           END-IF.

       Name-One-Customer.
           MOVE Cst-Customer-Id(Customer-Sub) TO CUSTOMER-ID.
           READ Customer-Master-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMER-LAST-NAME TO Cst-Name(Customer-Sub)
           END-READ.

       Build-Manager-Table.
           MOVE 0 TO Manager-Sub.
           PERFORM Check-One-Manager
               VARYING Search-Sub FROM 1 BY 1
               UNTIL Search-Sub > Manager-Count
               OR Manager-Sub > 0.
           IF Manager-Sub = 0 AND Manager-Count < Max-Managers
               ADD 1 TO Manager-Count
               MOVE Manager-Count TO Manager-Sub
               INITIALIZE Mgr-Entry(Manager-Sub)
               MOVE Prd-Manager(Product-Sub) TO Mgr-Name(Manager-Sub)
           END-IF.
           IF Manager-Sub > 0
               PERFORM Add-Product-To-Manager
                   VARYING Period-Sub FROM 1 BY 1
                   UNTIL Period-Sub > 4
           END-IF.

       Check-One-Manager.
           IF Mgr-Name(Search-Sub) = Prd-Manager(Product-Sub)
               MOVE Search-Sub TO Manager-Sub
           END-IF.

       Add-Product-To-Manager.
           ADD Prd-Qty(Product-Sub, Period-Sub)
               TO Mgr-Qty(Manager-Sub, Period-Sub).
           ADD Prd-Revenue(Product-Sub, Period-Sub)
               TO Mgr-Revenue(Manager-Sub, Period-Sub).
           ADD Prd-Cost(Product-Sub, Period-Sub)
               TO Mgr-Cost(Manager-Sub, Period-Sub).

       Print-Customer-Summary.
           MOVE "SALES BY CUSTOMER" TO Shl-Title.
           MOVE "CUSTOMER" TO Sml-Label.
           PERFORM Print-Summary-Headings.
           IF Customer-Count > 0
               SORT Cst-Entry
           END-IF.
           MOVE "CUSTOMER" TO Sum-Section.
           PERFORM Print-One-Customer
               VARYING Customer-Sub FROM 1 BY 1
               UNTIL Customer-Sub > Customer-Count.
           PERFORM Print-Grand-Total.

       Print-One-Customer.
           MOVE Cst-Customer-Id(Customer-Sub) TO Sum-Key.
           MOVE Cst-Name(Customer-Sub) TO Sum-Name.
           MOVE Cst-Totals(Customer-Sub) TO Sum-Totals.
           PERFORM Print-Summary-Entry.

       Print-Product-Summary.
           PERFORM Report-Print-Heading.
           MOVE "SALES BY PRODUCT" TO Shl-Title.
           MOVE "PRODUCT" TO Sml-Label.
           PERFORM Print-Summary-Headings.
           IF Product-Count > 0
               SORT Prd-Entry
           END-IF.
           MOVE "PRODUCT" TO Sum-Section.
           PERFORM Print-One-Product
               VARYING Product-Sub FROM 1 BY 1
               UNTIL Product-Sub > Product-Count.
           PERFORM Print-Grand-Total.

       Print-One-Product.
           MOVE Prd-Product-Code(Product-Sub) TO Sum-Key.
           MOVE Prd-Name(Product-Sub) TO Sum-Name.
           MOVE Prd-Totals(Product-Sub) TO Sum-Totals.
           PERFORM Print-Summary-Entry.

       Print-Manager-Summary.
           PERFORM Report-Print-Heading.
           MOVE "SALES BY PRODUCT MANAGER" TO Shl-Title.
           MOVE "PRODUCT MANAGER" TO Sml-Label.
           PERFORM Print-Summary-Headings.
           IF Manager-Count > 0
               SORT Mgr-Entry
           END-IF.
           MOVE "MANAGER" TO Sum-Section.
           PERFORM Print-One-Manager
               VARYING Manager-Sub FROM 1 BY 1
               UNTIL Manager-Sub > Manager-Count.
           PERFORM Print-Grand-Total.

       Print-One-Manager.
           MOVE SPACES TO Sum-Key.
           MOVE Mgr-Name(Manager-Sub) TO Sum-Name.
           MOVE Mgr-Totals(Manager-Sub) TO Sum-Totals.
           PERFORM Print-Summary-Entry.

       Print-Summary-Headings.
           MOVE Section-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Period-Band-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Summary-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

      *> Two lines an entry: month to date, then year to date, each
      *> beside last year's. The first carries the extract row.
       Print-Summary-Entry.
           MOVE SPACES TO Sum-Label.
           IF Sum-Key = SPACES
               MOVE Sum-Name TO Sum-Label
           ELSE
               STRING Sum-Key " " Sum-Name
                   DELIMITED BY SIZE INTO Sum-Label
               END-STRING
           END-IF.
           MOVE Sum-Label TO Sdl-Label.
           MOVE "MTD" TO Sdl-Period.
           MOVE 1 TO Ty-Sub.
           MOVE 3 TO Ly-Sub.
           PERFORM Fill-Summary-Amounts.
           MOVE Summary-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.
           MOVE SPACES TO Sdl-Label.
           MOVE "YTD" TO Sdl-Period.
           MOVE 2 TO Ty-Sub.
           MOVE 4 TO Ly-Sub.
           PERFORM Fill-Summary-Amounts.
           MOVE Summary-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Fill-Summary-Amounts.
           MOVE Sum-Qty(Ty-Sub) TO Sdl-Ty-Qty.
           MOVE Sum-Revenue(Ty-Sub) TO Sdl-Ty-Revenue.
           MOVE Sum-Cost(Ty-Sub) TO Sdl-Ty-Cost.
           MOVE Sum-Revenue(Ty-Sub) TO Margin-Revenue.
           MOVE Sum-Cost(Ty-Sub) TO Margin-Cost.
           PERFORM Compute-Margin.
           MOVE Margin-Pct TO Sdl-Ty-Margin.
           MOVE Sum-Qty(Ly-Sub) TO Sdl-Ly-Qty.
           MOVE Sum-Revenue(Ly-Sub) TO Sdl-Ly-Revenue.
           MOVE Sum-Cost(Ly-Sub) TO Sdl-Ly-Cost.
           MOVE Sum-Revenue(Ly-Sub) TO Margin-Revenue.
           MOVE Sum-Cost(Ly-Sub) TO Margin-Cost.
           PERFORM Compute-Margin.
           MOVE Margin-Pct TO Sdl-Ly-Margin.

      *> Margin is revenue less cost as a percentage of revenue;
      *> no revenue shows no margin, and a runaway percentage on a
      *> few cents of revenue is held at 999.9 either way.
       Compute-Margin.
           IF Margin-Revenue = 0
               MOVE 0 TO Margin-Pct
           ELSE
               COMPUTE Margin-Pct ROUNDED =
                   (Margin-Revenue - Margin-Cost) * 100
                   / Margin-Revenue
                   ON SIZE ERROR
                       MOVE 999.9 TO Margin-Pct
               END-COMPUTE
           END-IF.
           IF Margin-Pct > 999.9
               MOVE 999.9 TO Margin-Pct
           END-IF.
           IF Margin-Pct < -999.9
               MOVE -999.9 TO Margin-Pct
           END-IF.

       Print-Grand-Total.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Grand-Totals TO Sum-Totals.
           MOVE "TOTAL" TO Sdl-Label.
           MOVE "MTD" TO Sdl-Period.
           MOVE 1 TO Ty-Sub.
           MOVE 3 TO Ly-Sub.
           PERFORM Fill-Summary-Amounts.
           MOVE Summary-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Sdl-Label.
           MOVE "YTD" TO Sdl-Period.
           MOVE 2 TO Ty-Sub.
           MOVE 4 TO Ly-Sub.
           PERFORM Fill-Summary-Amounts.
           MOVE Summary-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

      *> The year's best customers by revenue to date, with each
      *> one's share of the year's sales.
       Print-Top-Customers.
           PERFORM Report-Print-Heading.
           MOVE "TOP 20 CUSTOMERS - YEAR TO DATE" TO Shl-Title.
           MOVE Section-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Top-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Set-Ranking-Fields
               VARYING Customer-Sub FROM 1 BY 1
               UNTIL Customer-Sub > Customer-Count.
           IF Customer-Count > 0
               SORT Cst-Entry ON DESCENDING KEY Cst-Ytd-Revenue
           END-IF.
           MOVE 0 TO Rank-Count.
           PERFORM Print-One-Top-Customer
               VARYING Customer-Sub FROM 1 BY 1
               UNTIL Customer-Sub > Customer-Count
               OR Rank-Count = 20.
           IF Rank-Count = 0
               MOVE "    No sales this year to date."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.

       Set-Ranking-Fields.
           MOVE Cst-Revenue(Customer-Sub, 2)
               TO Cst-Ytd-Revenue(Customer-Sub).
           COMPUTE Cst-Decline(Customer-Sub) =
               Cst-Revenue(Customer-Sub, 4)
               - Cst-Revenue(Customer-Sub, 2).

       Print-One-Top-Customer.
           IF Cst-Ytd-Revenue(Customer-Sub) > 0
               ADD 1 TO Rank-Count
               MOVE Rank-Count TO Tdl-Rank
               MOVE Cst-Customer-Id(Customer-Sub) TO Tdl-Customer
               MOVE Cst-Name(Customer-Sub) TO Tdl-Name
               MOVE Cst-Ytd-Revenue(Customer-Sub) TO Tdl-Ytd-Revenue
               MOVE Cst-Revenue(Customer-Sub, 2) TO Margin-Revenue
               MOVE Cst-Cost(Customer-Sub, 2) TO Margin-Cost
               PERFORM Compute-Margin
               MOVE Margin-Pct TO Tdl-Margin
               MOVE 0 TO Share-Pct
               IF Grand-Revenue(2) > 0
                   COMPUTE Share-Pct ROUNDED =
                       Cst-Ytd-Revenue(Customer-Sub) * 100
                       / Grand-Revenue(2)
               END-IF
               MOVE Share-Pct TO Tdl-Share
               MOVE Cst-Revenue(Customer-Sub, 4) TO Tdl-Ly-Revenue
               PERFORM Compute-Change
               MOVE Pct-Edit TO Tdl-Change
               IF Cst-Revenue(Customer-Sub, 4) NOT > 0
                   MOVE "   NEW" TO Tdl-Change
               END-IF
               MOVE Top-Detail-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.

      *> The change on last year to date, as a percentage of last
      *> year.
       Compute-Change.
           MOVE 0 TO Change-Pct.
           IF Cst-Revenue(Customer-Sub, 4) > 0
               COMPUTE Change-Pct ROUNDED =
                   (Cst-Revenue(Customer-Sub, 2)
                   - Cst-Revenue(Customer-Sub, 4)) * 100
                   / Cst-Revenue(Customer-Sub, 4)
                   ON SIZE ERROR
                       MOVE 999.9 TO Change-Pct
               END-COMPUTE
           END-IF.
           IF Change-Pct > 999.9
               MOVE 999.9 TO Change-Pct
           END-IF.
           MOVE Change-Pct TO Pct-Edit.

      *> Customers buying less this year to date than in the same
      *> period last year, the biggest fall in revenue first.
       Print-Declining-Customers.
           PERFORM Report-Print-Heading.
           MOVE "DECLINING CUSTOMERS - YEAR TO DATE" TO Shl-Title.
           MOVE Section-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Decline-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           IF Customer-Count > 0
               SORT Cst-Entry ON DESCENDING KEY Cst-Decline
           END-IF.
           MOVE 0 TO Rank-Count.
           PERFORM Print-One-Declining-Customer
               VARYING Customer-Sub FROM 1 BY 1
               UNTIL Customer-Sub > Customer-Count.
           IF Rank-Count = 0
               MOVE "    No customer is behind last year to date."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.

       Print-One-Declining-Customer.
           IF Cst-Decline(Customer-Sub) > 0
               ADD 1 TO Rank-Count
               MOVE Cst-Customer-Id(Customer-Sub) TO Ddl-Customer
               MOVE Cst-Name(Customer-Sub) TO Ddl-Name
               MOVE Cst-Revenue(Customer-Sub, 4) TO Ddl-Ly-Revenue
               MOVE Cst-Revenue(Customer-Sub, 2) TO Ddl-Ytd-Revenue
               MOVE Cst-Decline(Customer-Sub) TO Ddl-Decline
               PERFORM Compute-Change
               MOVE Pct-Edit TO Ddl-Change
               MOVE Decline-Detail-Line TO RPT-PRINT-LINE
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
           MOVE "SalesAnalysisReport" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Lines-Analyzed TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Sum-Section TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Sum-Key TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Sum-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           PERFORM Add-Csv-Period
               VARYING Period-Sub FROM 1 BY 1
               UNTIL Period-Sub > 4.

       Add-Csv-Period.
           MOVE Sum-Qty(Period-Sub) TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Sum-Revenue(Period-Sub) TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Sum-Cost(Period-Sub) TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
