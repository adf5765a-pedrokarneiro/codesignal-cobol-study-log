       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReorderPointProposal.
      *> ReorderPointProposal is the month-end check that the
      *> ITEM-REORDER-POINT values ItemLowStock and
      *> PurchaseOrderSuggest run on still match how the stock is
      *> actually used. It reads the INVJRNL movement journal for
      *> the usage window (90 days before the business date unless
      *> the ROPPARM parameter file says otherwise) and totals each
      *> item and warehouse's issues - shipments ("SHP"), backorder
      *> releases ("BOR") and components issued to kit assembly
      *> ("ASM") - into an average daily usage over the window and a
      *> peak day. The lead time is VEND-LEAD-DAYS from the item's
      *> preferred ITEMVEND vendor (its first linked vendor when none
      *> is preferred). The proposed point covers average usage over
      *> the lead time plus safety stock: the peak day's excess over
      *> the average, over the lead time, times the safety factor
      *> for the item's ABC class (ROPPARM again; 1.50 for A, 1.00
      *> for B and 0.50 for C and unclassified items by default).
      *> Every item and warehouse whose proposed point differs from
      *> the one on file is written to the ROPPROP proposal file,
      *> pending, and printed on ROPRPT for buyer review; items with
      *> no usage in the window or no vendor lead time are counted
      *> but not proposed. Nothing here touches INVSTOCK - only a
      *> proposal approved through ReorderPointApproval is applied.
      *> When the RPTPARM report options ask for it, the report also
      *> writes the ROPCSV comma-delimited extract.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Movement-Journal-File ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Inventory-Master-File ASSIGN TO "INVSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS Inv-File-Status.

           SELECT Item-Vendor-File ASSIGN TO "ITEMVEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ivnd-File-Status.

           SELECT Vendor-Master-File ASSIGN TO "VENDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS Vend-File-Status.

           SELECT Rop-Parm-File ASSIGN TO "ROPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Reorder-Proposal-File ASSIGN TO "ROPPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prop-File-Status.

           SELECT Report-Print-File ASSIGN TO "ROPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "ROPCSV"
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
       FD  Movement-Journal-File.
       COPY INVJRNL.

       FD  Inventory-Master-File.
       COPY INVREC.

       FD  Item-Vendor-File.
       COPY ITEMVEND.

       FD  Vendor-Master-File.
       COPY VENDREC.

       FD  Rop-Parm-File.
       01 Rop-Parm-Record.
           05 Parm-Window-Days      PIC 9(03).
           05 Parm-Factor-A         PIC 9V99.
           05 Parm-Factor-B         PIC 9V99.
           05 Parm-Factor-C         PIC 9V99.

       FD  Reorder-Proposal-File.
       COPY ROPPROP.

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

       01 Jrnl-File-Status PIC X(02) VALUE "00".
          88 Jrnl-File-Ok VALUE "00".
          88 Jrnl-File-Eof VALUE "10".

       01 Inv-File-Status PIC X(02) VALUE "00".
          88 Inv-File-Ok VALUE "00".
          88 Inv-File-Eof VALUE "10".

       01 Ivnd-File-Status PIC X(02) VALUE "00".
          88 Ivnd-File-Ok VALUE "00".
          88 Ivnd-File-Eof VALUE "10".

       01 Vend-File-Status PIC X(02) VALUE "00".
          88 Vend-File-Ok VALUE "00".

       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".

       01 Prop-File-Status PIC X(02) VALUE "00".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Window-Days PIC 9(03) VALUE 90.
       01 Window-Start-Date PIC 9(08).
       01 Window-Day-Sub PIC 9(03).
       01 Factor-A PIC 9V99 VALUE 1.50.
       01 Factor-B PIC 9V99 VALUE 1.00.
       01 Factor-C PIC 9V99 VALUE 0.50.
       01 Safety-Factor PIC 9V99.

       01 Vendor-Master-Switch PIC X(01) VALUE "N".
          88 Vendor-Master-Open VALUE "Y".

      *> One entry per item and warehouse issued from in the
      *> window. The journal runs in date order, so each entry keeps
      *> the day it is adding up and closes it into the peak when a
      *> later day's issue arrives.
       01 Max-Usage-Entries PIC 9(03) VALUE 500.
       01 Usage-Entry-Count PIC 9(03) VALUE 0.
       01 Usage-Sub PIC 9(03).
       01 Usage-Table.
           05 Usage-Entry OCCURS 500 TIMES.
              10 Tbl-Use-Item       PIC 9(09).
              10 Tbl-Use-Warehouse  PIC X(03).
              10 Tbl-Use-Total      PIC 9(09).
              10 Tbl-Use-Peak       PIC 9(07).
              10 Tbl-Use-Day-Date   PIC 9(08).
              10 Tbl-Use-Day-Qty    PIC 9(07).
       01 Usage-Found-Switch PIC X(01) VALUE "N".
          88 Usage-Is-Found VALUE "Y".
       01 Usage-Table-Full-Switch PIC X(01) VALUE "N".
          88 Usage-Table-Full VALUE "Y".
       01 Issue-Eaches PIC 9(07).

       01 Max-Item-Links PIC 9(03) VALUE 200.
       01 Item-Link-Count PIC 9(03) VALUE 0.
       01 Item-Link-Sub PIC 9(03).
       01 Item-Link-Table.
           05 Item-Link-Entry OCCURS 200 TIMES.
              10 Tbl-Link-Item      PIC 9(09).
              10 Tbl-Link-Vendor    PIC 9(05).

       01 Preferred-Found-Switch PIC X(01) VALUE "N".
          88 Preferred-Is-Found VALUE "Y".
       01 Lead-Vendor-Id PIC 9(05).
       01 Lead-Days PIC 9(03).

       01 Avg-Daily-Usage PIC 9(05)V99.
       01 Peak-Excess PIC 9(05)V99.
       01 Proposed-Work PIC 9(09)V99.
       01 Proposed-Point PIC 9(04).

       01 Journal-Read PIC 9(07) VALUE 0.
       01 Items-Scanned PIC 9(05) VALUE 0.
       01 Items-No-Usage PIC 9(05) VALUE 0.
       01 Items-No-Lead PIC 9(05) VALUE 0.
       01 Items-Unchanged PIC 9(05) VALUE 0.
       01 Proposals-Written PIC 9(05) VALUE 0.

      *> The window start is walked back a day at a time from the
      *> business date; the month lengths carry February at 28 and
      *> a leap year adds the 29th.
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

       01 Proposal-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE "  NO.".
           05 FILLER               PIC X(11) VALUE "ITEM".
           05 FILLER               PIC X(06) VALUE "WHSE".
           05 FILLER               PIC X(04) VALUE "CL".
           05 FILLER               PIC X(11) VALUE "   AVG/DAY".
           05 FILLER               PIC X(08) VALUE "    PEAK".
           05 FILLER               PIC X(08) VALUE "  VENDOR".
           05 FILLER               PIC X(06) VALUE "  LEAD".
           05 FILLER               PIC X(09) VALUE "  CURRENT".
           05 FILLER               PIC X(10) VALUE "  PROPOSED".

       01 Proposal-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Id               PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Item             PIC 9(09).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Warehouse        PIC X(03).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Pdl-Class            PIC X(01).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Pdl-Avg              PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Peak             PIC ZZ,ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Pdl-Vendor           PIC 9(05).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Pdl-Lead             PIC ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Pdl-Current          PIC Z,ZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 Pdl-Proposed         PIC Z,ZZ9.

       01 Window-Line.
           05 FILLER               PIC X(22)
              VALUE "  USAGE WINDOW: ISSUES".
           05 FILLER               PIC X(07) VALUE " AFTER ".
           05 Wnl-Start            PIC 9(08).
           05 FILLER               PIC X(09) VALUE " THROUGH ".
           05 Wnl-End              PIC 9(08).
           05 FILLER               PIC X(18)
              VALUE "   SAFETY FACTORS ".
           05 FILLER               PIC X(02) VALUE "A ".
           05 Wnl-Factor-A         PIC 9.99.
           05 FILLER               PIC X(03) VALUE " B ".
           05 Wnl-Factor-B         PIC 9.99.
           05 FILLER               PIC X(03) VALUE " C ".
           05 Wnl-Factor-C         PIC 9.99.

       01 Summary-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Sml-Label            PIC X(40).
           05 Sml-Count            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Read-Rop-Parm.
           MOVE Today-Date TO Walk-Date.
           PERFORM Back-One-Day
               VARYING Window-Day-Sub FROM 1 BY 1
               UNTIL Window-Day-Sub > Window-Days.
           MOVE Walk-Date TO Window-Start-Date.
           PERFORM Load-Journal-Usage.
           PERFORM Load-Item-Vendor-Links.
           OPEN INPUT Vendor-Master-File.
           IF Vend-File-Ok
               SET Vendor-Master-Open TO TRUE
           END-IF.
           OPEN OUTPUT Reorder-Proposal-File.
           OPEN OUTPUT Report-Print-File.
           MOVE "REORDER POINT PROPOSALS" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "PROPOSAL," "ITEM," "WAREHOUSE," "CLASS,"
               "AVG DAILY," "PEAK DAILY," "VENDOR," "LEAD DAYS,"
               "CURRENT POINT," "PROPOSED POINT"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Window-Start-Date TO Wnl-Start.
           MOVE Today-Date TO Wnl-End.
           MOVE Factor-A TO Wnl-Factor-A.
           MOVE Factor-B TO Wnl-Factor-B.
           MOVE Factor-C TO Wnl-Factor-C.
           MOVE Window-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Proposal-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           OPEN INPUT Inventory-Master-File.
           IF Inv-File-Status = "35"
               MOVE "    No inventory-stock file on file."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           ELSE
               MOVE LOW-VALUES TO ITEM-KEY
               START Inventory-Master-File
                   KEY IS GREATER THAN ITEM-KEY
                   INVALID KEY
                       SET Inv-File-Eof TO TRUE
               END-START
               IF Inv-File-Ok
                   PERFORM Read-Next-Item
               END-IF
               PERFORM Propose-For-One-Item UNTIL Inv-File-Eof
               CLOSE Inventory-Master-File
           END-IF.
           IF Proposals-Written = 0
               MOVE "    No reorder point changes to propose."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Print-Summary.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Reorder-Proposal-File.
           IF Vendor-Master-Open
               CLOSE Vendor-Master-File
           END-IF.
           DISPLAY "Journal movements read: " Journal-Read.
           DISPLAY "Items scanned: " Items-Scanned.
           DISPLAY "Reorder point proposals written: "
               Proposals-Written.
           DISPLAY "Items with no usage in the window: "
               Items-No-Usage.
           DISPLAY "Items with no vendor lead time: " Items-No-Lead.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> A missing or empty parameter file keeps the 90-day window
      *> and the default class factors; a zero window is ignored.
       Read-Rop-Parm.
           OPEN INPUT Rop-Parm-File.
           IF Parm-File-Ok
               READ Rop-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Parm-Window-Days IS NUMERIC
                           AND Parm-Window-Days > 0
                           MOVE Parm-Window-Days TO Window-Days
                       END-IF
                       IF Parm-Factor-A IS NUMERIC
                           MOVE Parm-Factor-A TO Factor-A
                       END-IF
                       IF Parm-Factor-B IS NUMERIC
                           MOVE Parm-Factor-B TO Factor-B
                       END-IF
                       IF Parm-Factor-C IS NUMERIC
                           MOVE Parm-Factor-C TO Factor-C
                       END-IF
               END-READ
               CLOSE Rop-Parm-File
           END-IF.

       Back-One-Day.
           IF Walk-Day > 1
               SUBTRACT 1 FROM Walk-Day
           ELSE
               IF Walk-Month > 1
                   SUBTRACT 1 FROM Walk-Month
               ELSE
                   MOVE 12 TO Walk-Month
                   SUBTRACT 1 FROM Walk-Year
               END-IF
               MOVE Month-Length(Walk-Month) TO Days-In-Month
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
               END-IF
               MOVE Days-In-Month TO Walk-Day
           END-IF.

      *> Only issues count as usage: a negative shipment, backorder
      *> release or kit-component movement dated after the window
      *> start and no later than the business date. Receipts,
      *> adjustments, counts, transfers and returns are not demand.
       Load-Journal-Usage.
           MOVE 0 TO Usage-Entry-Count.
           OPEN INPUT Movement-Journal-File.
           IF Jrnl-File-Ok
               PERFORM Read-Next-Movement
               PERFORM Add-One-Movement UNTIL Jrnl-File-Eof
               CLOSE Movement-Journal-File
           END-IF.
           PERFORM Close-One-Usage-Day
               VARYING Usage-Sub FROM 1 BY 1
               UNTIL Usage-Sub > Usage-Entry-Count.
           IF Usage-Table-Full
               DISPLAY "More than " Max-Usage-Entries
                   " items issued in the window - usage for the"
                   " rest was not counted."
           END-IF.

       Read-Next-Movement.
           READ Movement-Journal-File
               AT END
                   SET Jrnl-File-Eof TO TRUE
           END-READ.

       Add-One-Movement.
           ADD 1 TO Journal-Read.
           IF Mvj-Qty-Eaches < 0
               AND Mvj-Move-Date > Window-Start-Date
               AND Mvj-Move-Date <= Today-Date
               AND (Mvj-Reason-Code = "SHP" OR "BOR" OR "ASM")
               COMPUTE Issue-Eaches = 0 - Mvj-Qty-Eaches
               PERFORM Find-Usage-Entry
               IF Usage-Is-Found
                   IF Tbl-Use-Day-Date(Usage-Sub) NOT = Mvj-Move-Date
                       PERFORM Close-One-Usage-Day
                       MOVE Mvj-Move-Date
                           TO Tbl-Use-Day-Date(Usage-Sub)
                   END-IF
                   ADD Issue-Eaches TO Tbl-Use-Total(Usage-Sub)
                   ADD Issue-Eaches TO Tbl-Use-Day-Qty(Usage-Sub)
               END-IF
           END-IF.
           PERFORM Read-Next-Movement.

      *> Finds the item and warehouse's entry, adding one when there
      *> is room; Usage-Sub is left on it.
       Find-Usage-Entry.
           MOVE "N" TO Usage-Found-Switch.
           PERFORM Check-One-Usage-Entry
               VARYING Usage-Sub FROM 1 BY 1
               UNTIL Usage-Sub > Usage-Entry-Count
               OR Usage-Is-Found.
           IF Usage-Is-Found
               SUBTRACT 1 FROM Usage-Sub
           ELSE
               IF Usage-Entry-Count < Max-Usage-Entries
                   ADD 1 TO Usage-Entry-Count
                   MOVE Usage-Entry-Count TO Usage-Sub
                   MOVE Mvj-Item-Number TO Tbl-Use-Item(Usage-Sub)
                   MOVE Mvj-Warehouse TO Tbl-Use-Warehouse(Usage-Sub)
                   MOVE 0 TO Tbl-Use-Total(Usage-Sub)
                   MOVE 0 TO Tbl-Use-Peak(Usage-Sub)
                   MOVE Mvj-Move-Date TO Tbl-Use-Day-Date(Usage-Sub)
                   MOVE 0 TO Tbl-Use-Day-Qty(Usage-Sub)
                   SET Usage-Is-Found TO TRUE
               ELSE
                   SET Usage-Table-Full TO TRUE
               END-IF
           END-IF.

       Check-One-Usage-Entry.
           IF Tbl-Use-Item(Usage-Sub) = Mvj-Item-Number
               AND Tbl-Use-Warehouse(Usage-Sub) = Mvj-Warehouse
               SET Usage-Is-Found TO TRUE
           END-IF.

       Close-One-Usage-Day.
           IF Tbl-Use-Day-Qty(Usage-Sub) > Tbl-Use-Peak(Usage-Sub)
               MOVE Tbl-Use-Day-Qty(Usage-Sub)
                   TO Tbl-Use-Peak(Usage-Sub)
           END-IF.
           MOVE 0 TO Tbl-Use-Day-Qty(Usage-Sub).

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
           MOVE Ivnd-Item-Number TO Tbl-Link-Item(Item-Link-Count).
           MOVE Ivnd-Vendor-Id TO Tbl-Link-Vendor(Item-Link-Count).
           PERFORM Read-Next-Item-Link.

       Read-Next-Item.
           READ Inventory-Master-File NEXT RECORD
               AT END
                   SET Inv-File-Eof TO TRUE
           END-READ.

       Propose-For-One-Item.
           ADD 1 TO Items-Scanned.
           MOVE "N" TO Usage-Found-Switch.
           PERFORM Check-One-Item-Usage
               VARYING Usage-Sub FROM 1 BY 1
               UNTIL Usage-Sub > Usage-Entry-Count
               OR Usage-Is-Found.
           IF Usage-Is-Found
               SUBTRACT 1 FROM Usage-Sub
               PERFORM Find-Preferred-Vendor
               IF Lead-Days = 0
                   ADD 1 TO Items-No-Lead
               ELSE
                   PERFORM Compute-Reorder-Point
                   IF Proposed-Point = ITEM-REORDER-POINT
                       ADD 1 TO Items-Unchanged
                   ELSE
                       PERFORM Write-Proposal
                   END-IF
               END-IF
           ELSE
               ADD 1 TO Items-No-Usage
           END-IF.
           PERFORM Read-Next-Item.

       Check-One-Item-Usage.
           IF Tbl-Use-Item(Usage-Sub) = ITEM-NUMBER
               AND Tbl-Use-Warehouse(Usage-Sub) = ITEM-WAREHOUSE
               SET Usage-Is-Found TO TRUE
           END-IF.

      *> The first linked vendor flagged preferred supplies the lead
      *> time; with none preferred, the first linked vendor on the
      *> master does. A vendor with no lead days keyed gives none.
       Find-Preferred-Vendor.
           MOVE 0 TO Lead-Vendor-Id.
           MOVE 0 TO Lead-Days.
           MOVE "N" TO Preferred-Found-Switch.
           IF Vendor-Master-Open
               PERFORM Check-One-Item-Link
                   VARYING Item-Link-Sub FROM 1 BY 1
                   UNTIL Item-Link-Sub > Item-Link-Count
                   OR Preferred-Is-Found
           END-IF.

       Check-One-Item-Link.
           IF Tbl-Link-Item(Item-Link-Sub) = ITEM-NUMBER
               MOVE Tbl-Link-Vendor(Item-Link-Sub) TO Vend-Id
               READ Vendor-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF Vend-File-Ok
                   IF Vend-Is-Preferred OR Lead-Vendor-Id = 0
                       MOVE Vend-Id TO Lead-Vendor-Id
                       MOVE Vend-Lead-Days TO Lead-Days
                   END-IF
                   IF Vend-Is-Preferred
                       SET Preferred-Is-Found TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> Average usage over the lead time, plus the peak day's
      *> excess over the average for the lead time, scaled by the
      *> class's safety factor; held at 9999, the most the stock
      *> record can carry.
       Compute-Reorder-Point.
           EVALUATE TRUE
               WHEN Item-Class-A
                   MOVE Factor-A TO Safety-Factor
               WHEN Item-Class-B
                   MOVE Factor-B TO Safety-Factor
               WHEN OTHER
                   MOVE Factor-C TO Safety-Factor
           END-EVALUATE.
           COMPUTE Avg-Daily-Usage ROUNDED =
               Tbl-Use-Total(Usage-Sub) / Window-Days.
           IF Tbl-Use-Peak(Usage-Sub) > Avg-Daily-Usage
               COMPUTE Peak-Excess =
                   Tbl-Use-Peak(Usage-Sub) - Avg-Daily-Usage
           ELSE
               MOVE 0 TO Peak-Excess
           END-IF.
           COMPUTE Proposed-Work ROUNDED =
               Avg-Daily-Usage * Lead-Days
               + Peak-Excess * Lead-Days * Safety-Factor.
           IF Proposed-Work > 9999
               MOVE 9999 TO Proposed-Point
           ELSE
               COMPUTE Proposed-Point ROUNDED = Proposed-Work
           END-IF.

       Write-Proposal.
           ADD 1 TO Proposals-Written.
           MOVE Proposals-Written TO Rop-Id.
           MOVE ITEM-NUMBER TO Rop-Item-Number.
           MOVE ITEM-WAREHOUSE TO Rop-Warehouse.
           MOVE ITEM-ABC-CLASS TO Rop-Abc-Class.
           MOVE Avg-Daily-Usage TO Rop-Avg-Daily-Usage.
           MOVE Tbl-Use-Peak(Usage-Sub) TO Rop-Peak-Daily-Usage.
           MOVE Lead-Vendor-Id TO Rop-Vendor-Id.
           MOVE Lead-Days TO Rop-Lead-Days.
           MOVE ITEM-REORDER-POINT TO Rop-Current-Point.
           MOVE Proposed-Point TO Rop-Proposed-Point.
           MOVE Today-Date TO Rop-Proposed-Date.
           SET Rop-Pending TO TRUE.
           MOVE SPACES TO Rop-Decided-By.
           MOVE 0 TO Rop-Decided-Date.
           WRITE Reorder-Proposal-Record.
           MOVE Rop-Id TO Pdl-Id.
           MOVE ITEM-NUMBER TO Pdl-Item.
           MOVE ITEM-WAREHOUSE TO Pdl-Warehouse.
           MOVE ITEM-ABC-CLASS TO Pdl-Class.
           MOVE Avg-Daily-Usage TO Pdl-Avg.
           MOVE Tbl-Use-Peak(Usage-Sub) TO Pdl-Peak.
           MOVE Lead-Vendor-Id TO Pdl-Vendor.
           MOVE Lead-Days TO Pdl-Lead.
           MOVE ITEM-REORDER-POINT TO Pdl-Current.
           MOVE Proposed-Point TO Pdl-Proposed.
           MOVE Proposal-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Print-Summary.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "Items scanned" TO Sml-Label.
           MOVE Items-Scanned TO Sml-Count.
           MOVE Summary-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "Proposals for buyer review" TO Sml-Label.
           MOVE Proposals-Written TO Sml-Count.
           MOVE Summary-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "Reorder point already matches usage" TO Sml-Label.
           MOVE Items-Unchanged TO Sml-Count.
           MOVE Summary-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "No issues in the window - not proposed" TO Sml-Label.
           MOVE Items-No-Usage TO Sml-Count.
           MOVE Summary-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "No vendor lead time - not proposed" TO Sml-Label.
           MOVE Items-No-Lead TO Sml-Count.
           MOVE Summary-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

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
           MOVE "ReorderPointProposal" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Items-Scanned TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Rop-Id TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Rop-Item-Number TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Rop-Warehouse TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Rop-Abc-Class TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Rop-Avg-Daily-Usage TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Rop-Peak-Daily-Usage TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Rop-Vendor-Id TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Rop-Lead-Days TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Rop-Current-Point TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Rop-Proposed-Point TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
