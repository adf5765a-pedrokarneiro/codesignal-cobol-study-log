      *> shared LOCKCTL lock-control file at open and releases
      *> it at close, so a maintenance menu and a batch can no
      *> longer rewrite the same master at once.
      *> 2026-10-15: A receipt may now carry a lot number and expiry
      *> date; the eaches put away are recorded against that lot in
      *> the bin on the LOTSTOCK file (no expiry keyed means the lot
      *> never expires), and a backorder released from the receipt
      *> leaves through the same lot.
      *> 2026-10-15: Each landed receipt is now appended to the
      *> RCPTHIST receipt-history file with its order line's vendor,
      *> cost and order and promised dates, for the vendor
      *> scorecard.
      *> 2026-10-15: Each landed receipt now journals to INVJRNL with
      *> reason "RCV" against its order and line, so receipts reach
      *> the inventory general-ledger extract like every other
      *> stock movement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Receipt-History-File ASSIGN TO "RCPTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hist-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.
               RECORD KEY IS BIN-KEY
               FILE STATUS IS Bin-File-Status.

           SELECT Lot-Stock-File ASSIGN TO "LOTSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS Lot-File-Status.

           SELECT LOCK-CONTROL-FILE ASSIGN TO "LOCKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
              88 Gr-Uom-Case VALUE "C".
              88 Gr-Uom-Pallet VALUE "P".
           05 Gr-Bin                PIC X(05).
           05 Gr-Lot-Number         PIC X(10).
           05 Gr-Expiry-Date        PIC 9(08).

       FD  Purchase-Order-File.
       COPY PORDREC.
       FD  Movement-Journal-File.
       COPY INVJRNL.

       FD  Receipt-History-File.
       COPY RCPTHIST.

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Bin-Location-File.
       COPY BINLOC.

       FD  Lot-Stock-File.
       COPY LOTSTOCK.

       FD  LOCK-CONTROL-FILE.
       COPY LOCKREC.


       01 Jrnl-File-Status PIC X(02) VALUE "00".

       01 Hist-File-Status PIC X(02) VALUE "00".

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

          88 Bin-File-Ok VALUE "00".
       01 Putaway-Bin PIC X(05).

       01 Lot-File-Status PIC X(02) VALUE "00".
          88 Lot-File-Ok VALUE "00".
       01 Receipt-Lot-Switch PIC X(01) VALUE "N".
          88 Receipt-Has-Lot VALUE "Y".
       01 Receipt-Lot-Key PIC X(35).

       01 Receipt-Disc-Switch PIC X(01) VALUE "N".
          88 Receipt-Is-Discontinued VALUE "Y".

       01 Backorders-Waiting PIC 9(05) VALUE 0.

       01 Receipt-In-Eaches PIC 9(07).
       01 Po-Reference PIC X(10).
       01 New-Item-Stock PIC S9(07).
       01 Receipts-Processed PIC 9(05) VALUE 0.
       01 Receipts-Flagged PIC 9(05) VALUE 0.
               CLOSE Bin-Location-File
               OPEN I-O Bin-Location-File
           END-IF.
           OPEN I-O Lot-Stock-File.
           IF Lot-File-Status = "35"
               OPEN OUTPUT Lot-Stock-File
               CLOSE Lot-Stock-File
               OPEN I-O Lot-Stock-File
           END-IF.
           OPEN EXTEND Movement-Journal-File.
           IF Jrnl-File-Status = "35"
               CLOSE Movement-Journal-File
               OPEN OUTPUT Movement-Journal-File
           END-IF.
           OPEN EXTEND Receipt-History-File.
           IF Hist-File-Status = "35"
               CLOSE Receipt-History-File
               OPEN OUTPUT Receipt-History-File
           END-IF.
           DISPLAY "===== Goods Receipt Processing =====".
           PERFORM Read-Next-Receipt.
           PERFORM Process-One-Receipt UNTIL Rcpt-File-Eof.
           CLOSE Receiving-Report-File.
           CLOSE Product-Master-File.
           CLOSE Bin-Location-File.
           CLOSE Lot-Stock-File.
           CLOSE Movement-Journal-File.
           CLOSE Receipt-History-File.
           PERFORM Write-Backorder-Table.
           PERFORM Count-Waiting-Backorders.
           DISPLAY "Receipts processed: " Receipts-Processed.
               ELSE
                   MOVE New-Item-Stock TO ITEM-STOCK
                   REWRITE INVENTORY-RECORD
                   PERFORM Write-Receipt-Journal
                   PERFORM Put-Away-To-Bin
                   PERFORM Record-Receipt-Lot
                   PERFORM Recompute-Average-Cost
                   PERFORM Apply-Receipt-To-Po-Line
                   PERFORM Write-Receipt-History
                   PERFORM Release-Backorders
               END-IF
           END-IF.
               END-IF
           END-IF.

       Write-Receipt-Journal.
           MOVE ITEM-NUMBER TO Mvj-Item-Number.
           MOVE ITEM-WAREHOUSE TO Mvj-Warehouse.
           MOVE Today-Date TO Mvj-Move-Date.
           MOVE "RCV" TO Mvj-Reason-Code.
           MOVE SPACES TO Po-Reference.
           MOVE PO-NUMBER TO Po-Reference(1:6).
           MOVE PO-LINE TO Po-Reference(8:3).
           MOVE Po-Reference TO Mvj-Reference.
           MOVE Receipt-In-Eaches TO Mvj-Qty-Eaches.
           MOVE ITEM-STOCK TO Mvj-Stock-After.
           WRITE Movement-Journal-Record.

       Apply-Receipt-To-Po-Line.
           ADD Receipt-In-Eaches TO PO-QTY-RECEIVED.
           IF PO-QTY-RECEIVED > PO-QTY-ORDERED
           END-IF.
           REWRITE Purchase-Order-Record.

       Write-Receipt-History.
           MOVE SPACES TO Receipt-History-Record.
           MOVE PO-NUMBER TO Rh-Po-Number.
           MOVE PO-LINE TO Rh-Po-Line.
           MOVE PO-VENDOR-ID TO Rh-Vendor-Id.
           MOVE Gr-Item-Number TO Rh-Item-Number.
           MOVE Gr-Warehouse TO Rh-Warehouse.
           MOVE Today-Date TO Rh-Receipt-Date.
           MOVE Receipt-In-Eaches TO Rh-Qty-Eaches.
           MOVE PO-UNIT-COST TO Rh-Unit-Cost.
           MOVE PO-ORDER-DATE TO Rh-Order-Date.
           MOVE PO-PROMISED-DATE TO Rh-Promised-Date.
           WRITE Receipt-History-Record.

       Write-Report-Line-Flagged.
           MOVE "OVER-SHIPPED AGAINST ORDER" TO Rpt-Flag-Text.
           ADD 1 TO Receipts-Flagged.
                   FROM Tbl-Bo-Qty-Short(Backorder-Sub)
               REWRITE INVENTORY-RECORD
               PERFORM Relieve-Putaway-Bin
               PERFORM Relieve-Receipt-Lot
               PERFORM Write-Backorder-Journal
               IF Tbl-Bo-Qty-Short(Backorder-Sub) = 0
                   MOVE "R" TO Tbl-Bo-Status(Backorder-Sub)
               REWRITE Bin-Location-Record
           END-IF.

      *> A receipt keyed with a lot lands on LOTSTOCK under the bin
      *> it was put away to; the same lot arriving again in the same
      *> bin adds to it. An expiry left blank means the lot does not
      *> expire and sorts after every dated lot.
       Record-Receipt-Lot.
           MOVE "N" TO Receipt-Lot-Switch.
           IF Gr-Lot-Number NOT = SPACES
               MOVE Gr-Item-Number TO LOT-ITEM-NUMBER
               MOVE Gr-Warehouse TO LOT-WAREHOUSE
               IF Gr-Expiry-Date IS NUMERIC AND Gr-Expiry-Date > 0
                   MOVE Gr-Expiry-Date TO LOT-EXPIRY-DATE
               ELSE
                   SET LOT-NO-EXPIRY TO TRUE
               END-IF
               MOVE Gr-Lot-Number TO LOT-NUMBER
               MOVE Putaway-Bin TO LOT-BIN
               MOVE LOT-KEY TO Receipt-Lot-Key
               READ Lot-Stock-File
                   INVALID KEY
                       MOVE SPACES TO LOT-STOCK-RECORD
                       MOVE Receipt-Lot-Key TO LOT-KEY
                       MOVE 0 TO LOT-STOCK
                       MOVE Today-Date TO LOT-RECEIVED-DATE
                       WRITE LOT-STOCK-RECORD
               END-READ
               ADD Receipt-In-Eaches TO LOT-STOCK
               REWRITE LOT-STOCK-RECORD
               SET Receipt-Has-Lot TO TRUE
               DISPLAY "  Lot " LOT-NUMBER " expires "
                   LOT-EXPIRY-DATE " in bin " LOT-BIN
           END-IF.

      *> A backorder released from a lot receipt leaves through that
      *> lot, so the lot keeps proving to its bin.
       Relieve-Receipt-Lot.
           IF Receipt-Has-Lot
               MOVE Receipt-Lot-Key TO LOT-KEY
               READ Lot-Stock-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF Lot-File-Ok
                   IF LOT-STOCK >= Release-Eaches
                       SUBTRACT Release-Eaches FROM LOT-STOCK
                   ELSE
                       MOVE 0 TO LOT-STOCK
                   END-IF
                   REWRITE LOT-STOCK-RECORD
               END-IF
           END-IF.

       COPY LOCKPROC.
