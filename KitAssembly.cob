       IDENTIFICATION DIVISION.
       PROGRAM-ID. KitAssembly.
      *> KitAssembly runs the kit work orders on the KITWO file
      *> (work order number, mode, kit item, warehouse, kits and an
      *> optional bin) against the kit's BILLMAT bill of materials.
      *> An assembly ("A") first proves every component is on hand
      *> in the warehouse for the whole order - eaches per kit times
      *> kits - and refuses the order outright when any is short, so
      *> a build never half happens. It then issues the components
      *> out of ITEM-STOCK and their bins in bin order and receives
      *> the kits into ITEM-STOCK and the keyed BINLOC bin (RECV,
      *> the receiving dock, when none is keyed), every movement
      *> journaled to INVJRNL with reason "ASM" and the work order
      *> as the reference, so the build can be traced both ways.
      *> The kits come in at the rolled-up cost of their components
      *> (eaches per kit times each component's PROD-AVG-COST) and
      *> are averaged into the kit's own PROD-AVG-COST the way
      *> GoodsReceipt averages a receipt. A disassembly ("D") is the
      *> reverse under reason "DSM": the kits come out and their
      *> components go back, at the components' own average cost so
      *> no average moves. KITWO is consumed so a rerun builds
      *> nothing twice; any refused order ends the step with
      *> condition code 4.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Kit-Work-Order-File ASSIGN TO "KITWO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Kwo-File-Status.

           SELECT Bill-Of-Materials-File ASSIGN TO "BILLMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOM-KEY
               FILE STATUS IS Bom-File-Status.

           SELECT Inventory-Master-File ASSIGN TO "INVSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS Inv-File-Status.

           SELECT Bin-Location-File ASSIGN TO "BINLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIN-KEY
               FILE STATUS IS Bin-File-Status.

           SELECT Movement-Journal-File ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Product-Master-File ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS Prod-File-Status.

           SELECT Xref-File ASSIGN TO "ITEMXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Xref-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT LOCK-CONTROL-FILE ASSIGN TO "LOCKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  Kit-Work-Order-File.
       01 Kit-Work-Order-Record.
           05 Kwo-Work-Order        PIC X(10).
           05 Kwo-Mode              PIC X(01).
              88 Kwo-Assemble VALUE "A".
              88 Kwo-Disassemble VALUE "D".
           05 Kwo-Kit-Item          PIC 9(09).
           05 Kwo-Warehouse         PIC X(03).
           05 Kwo-Qty-Kits          PIC 9(05).
           05 Kwo-Bin               PIC X(05).

       FD  Bill-Of-Materials-File.
       COPY BOMREC.

       FD  Inventory-Master-File.
       COPY INVREC.

       FD  Bin-Location-File.
       COPY BINLOC.

       FD  Movement-Journal-File.
       COPY INVJRNL.

       FD  Product-Master-File.
       COPY PRODMST.

       FD  Xref-File.
       COPY ITEMXREF.

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  LOCK-CONTROL-FILE.
       COPY LOCKREC.

       WORKING-STORAGE SECTION.
       COPY LOCKWS.

       01 Kwo-File-Status PIC X(02) VALUE "00".
          88 Kwo-File-Ok VALUE "00".
          88 Kwo-File-Eof VALUE "10".

       01 Bom-File-Status PIC X(02) VALUE "00".
          88 Bom-File-Ok VALUE "00".
          88 Bom-File-Eof VALUE "10".

       01 Inv-File-Status PIC X(02) VALUE "00".
          88 Inv-File-Ok VALUE "00".

       01 Bin-File-Status PIC X(02) VALUE "00".
          88 Bin-File-Ok VALUE "00".
          88 Bin-File-Eof VALUE "10".

       01 Jrnl-File-Status PIC X(02) VALUE "00".

       01 Prod-File-Status PIC X(02) VALUE "00".
          88 Prod-File-Ok VALUE "00".

       01 Xref-File-Status PIC X(02) VALUE "00".
          88 Xref-File-Ok VALUE "00".
          88 Xref-File-Eof VALUE "10".

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Product-Master-Switch PIC X(01) VALUE "N".
          88 Product-Master-Open VALUE "Y".
       01 Order-Refused-Switch PIC X(01) VALUE "N".
          88 Order-Refused VALUE "Y".
       01 Cost-Link-Found PIC X(01) VALUE "N".
          88 Cost-Link-Is-Found VALUE "Y".

       01 Max-Xref-Entries PIC 9(03) VALUE 200.
       01 Xref-Entry-Count PIC 9(03) VALUE 0.
       01 Xref-Sub PIC 9(03).
       01 Xref-Table.
           05 Xref-Entry OCCURS 200 TIMES.
              10 Tbl-Xref-Item      PIC 9(09).
              10 Tbl-Xref-Product   PIC 9(05).

       01 Max-Components PIC 9(02) VALUE 20.
       01 Component-Count PIC 9(02) VALUE 0.
       01 Component-Sub PIC 9(02).
       01 Component-Table.
           05 Component-Entry OCCURS 20 TIMES.
              10 Tbl-Comp-Item      PIC 9(09).
              10 Tbl-Comp-Qty-Per   PIC 9(04).
              10 Tbl-Comp-Eaches    PIC 9(09).
              10 Tbl-Comp-Cost      PIC 9(07)V99.

       01 Today-Date PIC 9(08).
       01 Move-Item-Number PIC 9(09).
       01 Move-Eaches PIC 9(09).
       01 Bin-Remaining PIC 9(09).
       01 Bin-Take PIC 9(04).
       01 Putaway-Bin PIC X(05).
       01 New-Item-Stock PIC 9(09).
       01 Onhand-Before-Build PIC 9(07).
       01 Linked-Product-Code PIC 9(05).
       01 Rolled-Kit-Cost PIC 9(09)V99.
       01 New-Average-Cost PIC 9(07)V99.

       01 Orders-Read PIC 9(05) VALUE 0.
       01 Orders-Refused PIC 9(05) VALUE 0.
       01 Kits-Assembled PIC 9(07) VALUE 0.
       01 Kits-Disassembled PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Read-Business-Date.
           PERFORM Load-Xref-Table.
           OPEN INPUT Kit-Work-Order-File.
           IF NOT Kwo-File-Ok
               DISPLAY "No KITWO kit work-order file found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Bill-Of-Materials-File.
           IF Bom-File-Status = "35"
               DISPLAY "No BILLMAT bill-of-materials file found."
               CLOSE Kit-Work-Order-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INVSTOCK" TO Lock-Master-Wanted.
           MOVE "KitAssembly" TO Lock-Program-Name.
           PERFORM Claim-Master-Lock.
           OPEN I-O Inventory-Master-File.
           OPEN I-O Bin-Location-File.
           IF Bin-File-Status = "35"
               OPEN OUTPUT Bin-Location-File
               CLOSE Bin-Location-File
               OPEN I-O Bin-Location-File
           END-IF.
           OPEN I-O Product-Master-File.
           IF Prod-File-Ok
               SET Product-Master-Open TO TRUE
           END-IF.
           OPEN EXTEND Movement-Journal-File.
           IF Jrnl-File-Status = "35"
               CLOSE Movement-Journal-File
               OPEN OUTPUT Movement-Journal-File
           END-IF.
           DISPLAY "===== Kit Assembly =====".
           PERFORM Read-Next-Work-Order.
           PERFORM Process-One-Work-Order UNTIL Kwo-File-Eof.
           CLOSE Kit-Work-Order-File.
           OPEN OUTPUT Kit-Work-Order-File.
           CLOSE Kit-Work-Order-File.
           CLOSE Bill-Of-Materials-File.
           CLOSE Inventory-Master-File.
           PERFORM Release-Master-Lock.
           CLOSE Bin-Location-File.
           IF Product-Master-Open
               CLOSE Product-Master-File
           END-IF.
           CLOSE Movement-Journal-File.
           DISPLAY "Work orders read: " Orders-Read.
           DISPLAY "Work orders refused: " Orders-Refused.
           DISPLAY "Kits assembled: " Kits-Assembled.
           DISPLAY "Kits disassembled: " Kits-Disassembled.
           IF Orders-Refused > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       Read-Next-Work-Order.
           READ Kit-Work-Order-File
               AT END
                   SET Kwo-File-Eof TO TRUE
           END-READ.

       Process-One-Work-Order.
           ADD 1 TO Orders-Read.
           MOVE "N" TO Order-Refused-Switch.
           EVALUATE TRUE
               WHEN NOT Kwo-Assemble AND NOT Kwo-Disassemble
                   PERFORM Refuse-Order
                   DISPLAY "Unknown mode " Kwo-Mode ": work order "
                       Kwo-Work-Order
               WHEN Kwo-Qty-Kits = 0
                   PERFORM Refuse-Order
                   DISPLAY "No kits on work order " Kwo-Work-Order
               WHEN OTHER
                   PERFORM Load-Kit-Components
           END-EVALUATE.
           IF NOT Order-Refused
               PERFORM Check-Kit-Stock
           END-IF.
           IF NOT Order-Refused
               PERFORM Check-One-Component
                   VARYING Component-Sub FROM 1 BY 1
                   UNTIL Component-Sub > Component-Count
                   OR Order-Refused
           END-IF.
           IF NOT Order-Refused
               IF Kwo-Assemble
                   PERFORM Assemble-Kits
               ELSE
                   PERFORM Disassemble-Kits
               END-IF
           END-IF.
           PERFORM Read-Next-Work-Order.

       Refuse-Order.
           SET Order-Refused TO TRUE.
           ADD 1 TO Orders-Refused.

      *> The kit's whole bill is read into the component table, each
      *> line's eaches for the order worked out up front.
       Load-Kit-Components.
           MOVE 0 TO Component-Count.
           MOVE Kwo-Kit-Item TO Bom-Kit-Item.
           MOVE 0 TO Bom-Component-Item.
           START Bill-Of-Materials-File
               KEY IS NOT LESS THAN Bom-Key
               INVALID KEY
                   SET Bom-File-Eof TO TRUE
           END-START.
           IF Bom-File-Ok
               PERFORM Read-Next-Component
           END-IF.
           PERFORM Store-One-Component UNTIL Bom-File-Eof.
           MOVE "00" TO Bom-File-Status.
           EVALUATE TRUE
               WHEN Component-Count = 0
                   PERFORM Refuse-Order
                   DISPLAY "No bill of materials for kit "
                       Kwo-Kit-Item ": work order " Kwo-Work-Order
               WHEN Component-Count > Max-Components
                   PERFORM Refuse-Order
                   DISPLAY "Kit " Kwo-Kit-Item " has more than "
                       Max-Components " components: work order "
                       Kwo-Work-Order
           END-EVALUATE.

       Read-Next-Component.
           READ Bill-Of-Materials-File NEXT RECORD
               AT END
                   SET Bom-File-Eof TO TRUE
           END-READ.

       Store-One-Component.
           IF Bom-Kit-Item NOT = Kwo-Kit-Item
               SET Bom-File-Eof TO TRUE
           ELSE
               ADD 1 TO Component-Count
               IF Component-Count > Max-Components
                   SET Bom-File-Eof TO TRUE
               ELSE
                   MOVE Bom-Component-Item
                       TO Tbl-Comp-Item(Component-Count)
                   MOVE Bom-Qty-Per TO Tbl-Comp-Qty-Per(Component-Count)
                   COMPUTE Tbl-Comp-Eaches(Component-Count) =
                       Bom-Qty-Per * Kwo-Qty-Kits
                   MOVE 0 TO Tbl-Comp-Cost(Component-Count)
                   PERFORM Read-Next-Component
               END-IF
           END-IF.

      *> An assembly must be able to take the kits onto the kit's
      *> stock record; a disassembly must find the kits on hand.
       Check-Kit-Stock.
           MOVE Kwo-Kit-Item TO ITEM-NUMBER.
           MOVE Kwo-Warehouse TO ITEM-WAREHOUSE.
           READ Inventory-Master-File
               INVALID KEY
                   PERFORM Refuse-Order
                   DISPLAY "No stock record for kit " Kwo-Kit-Item
                       " in " Kwo-Warehouse ": work order "
                       Kwo-Work-Order
           END-READ.
           IF NOT Order-Refused
               IF Kwo-Assemble
                   COMPUTE New-Item-Stock = ITEM-STOCK + Kwo-Qty-Kits
                   IF New-Item-Stock > 9999
                       PERFORM Refuse-Order
                       DISPLAY "Stock for kit " Kwo-Kit-Item
                           " would pass 9999: work order "
                           Kwo-Work-Order
                   END-IF
               ELSE
                   IF ITEM-STOCK < Kwo-Qty-Kits
                       PERFORM Refuse-Order
                       DISPLAY "Only " ITEM-STOCK " of kit "
                           Kwo-Kit-Item " on hand: work order "
                           Kwo-Work-Order
                   END-IF
               END-IF
           END-IF.

      *> Every component must have a stock record in the warehouse;
      *> an assembly needs its eaches on hand, a disassembly needs
      *> room for them under 9999. The component's average cost is
      *> picked up here for the roll-up.
       Check-One-Component.
           MOVE Tbl-Comp-Item(Component-Sub) TO ITEM-NUMBER.
           MOVE Kwo-Warehouse TO ITEM-WAREHOUSE.
           READ Inventory-Master-File
               INVALID KEY
                   PERFORM Refuse-Order
                   DISPLAY "No stock record for component "
                       Tbl-Comp-Item(Component-Sub) " in "
                       Kwo-Warehouse ": work order " Kwo-Work-Order
           END-READ.
           IF NOT Order-Refused
               IF Kwo-Assemble
                   IF ITEM-STOCK < Tbl-Comp-Eaches(Component-Sub)
                       PERFORM Refuse-Order
                       DISPLAY "Component " ITEM-NUMBER " short: "
                           ITEM-STOCK " on hand, "
                           Tbl-Comp-Eaches(Component-Sub)
                           " needed: work order " Kwo-Work-Order
                   END-IF
               ELSE
                   COMPUTE New-Item-Stock =
                       ITEM-STOCK + Tbl-Comp-Eaches(Component-Sub)
                   IF New-Item-Stock > 9999
                       PERFORM Refuse-Order
                       DISPLAY "Stock for component " ITEM-NUMBER
                           " would pass 9999: work order "
                           Kwo-Work-Order
                   END-IF
               END-IF
           END-IF.
           IF NOT Order-Refused
               MOVE Tbl-Comp-Item(Component-Sub) TO Move-Item-Number
               PERFORM Find-Average-Cost
               IF Cost-Link-Is-Found AND Prod-File-Ok
                   MOVE Prod-Avg-Cost TO Tbl-Comp-Cost(Component-Sub)
               END-IF
           END-IF.

       Assemble-Kits.
           MOVE 0 TO Rolled-Kit-Cost.
           PERFORM Issue-One-Component
               VARYING Component-Sub FROM 1 BY 1
               UNTIL Component-Sub > Component-Count.
           MOVE Kwo-Kit-Item TO ITEM-NUMBER.
           MOVE Kwo-Warehouse TO ITEM-WAREHOUSE.
           READ Inventory-Master-File.
           MOVE ITEM-STOCK TO Onhand-Before-Build.
           ADD Kwo-Qty-Kits TO ITEM-STOCK.
           REWRITE INVENTORY-RECORD.
           MOVE Kwo-Kit-Item TO Move-Item-Number.
           MOVE Kwo-Qty-Kits TO Move-Eaches.
           PERFORM Put-Away-To-Bin.
           MOVE "ASM" TO Mvj-Reason-Code.
           MOVE Kwo-Qty-Kits TO Mvj-Qty-Eaches.
           PERFORM Write-Kit-Journal.
           PERFORM Roll-Up-Kit-Cost.
           ADD Kwo-Qty-Kits TO Kits-Assembled.
           DISPLAY "Assembled " Kwo-Qty-Kits " of kit " Kwo-Kit-Item
               " to bin " Putaway-Bin ": work order " Kwo-Work-Order.

       Issue-One-Component.
           MOVE Tbl-Comp-Item(Component-Sub) TO ITEM-NUMBER.
           MOVE Kwo-Warehouse TO ITEM-WAREHOUSE.
           READ Inventory-Master-File.
           SUBTRACT Tbl-Comp-Eaches(Component-Sub) FROM ITEM-STOCK.
           REWRITE INVENTORY-RECORD.
           MOVE Tbl-Comp-Item(Component-Sub) TO Move-Item-Number.
           MOVE Tbl-Comp-Eaches(Component-Sub) TO Move-Eaches.
           PERFORM Relieve-Item-Bins.
           MOVE "ASM" TO Mvj-Reason-Code.
           COMPUTE Mvj-Qty-Eaches = 0 - Tbl-Comp-Eaches(Component-Sub).
           PERFORM Write-Kit-Journal.
           COMPUTE Rolled-Kit-Cost = Rolled-Kit-Cost
               + Tbl-Comp-Qty-Per(Component-Sub)
               * Tbl-Comp-Cost(Component-Sub).

       Disassemble-Kits.
           MOVE Kwo-Kit-Item TO ITEM-NUMBER.
           MOVE Kwo-Warehouse TO ITEM-WAREHOUSE.
           READ Inventory-Master-File.
           SUBTRACT Kwo-Qty-Kits FROM ITEM-STOCK.
           REWRITE INVENTORY-RECORD.
           MOVE Kwo-Kit-Item TO Move-Item-Number.
           MOVE Kwo-Qty-Kits TO Move-Eaches.
           PERFORM Relieve-Item-Bins.
           MOVE "DSM" TO Mvj-Reason-Code.
           COMPUTE Mvj-Qty-Eaches = 0 - Kwo-Qty-Kits.
           PERFORM Write-Kit-Journal.
           PERFORM Return-One-Component
               VARYING Component-Sub FROM 1 BY 1
               UNTIL Component-Sub > Component-Count.
           ADD Kwo-Qty-Kits TO Kits-Disassembled.
           DISPLAY "Disassembled " Kwo-Qty-Kits " of kit "
               Kwo-Kit-Item " to bin " Putaway-Bin ": work order "
               Kwo-Work-Order.

       Return-One-Component.
           MOVE Tbl-Comp-Item(Component-Sub) TO ITEM-NUMBER.
           MOVE Kwo-Warehouse TO ITEM-WAREHOUSE.
           READ Inventory-Master-File.
           ADD Tbl-Comp-Eaches(Component-Sub) TO ITEM-STOCK.
           REWRITE INVENTORY-RECORD.
           MOVE Tbl-Comp-Item(Component-Sub) TO Move-Item-Number.
           MOVE Tbl-Comp-Eaches(Component-Sub) TO Move-Eaches.
           PERFORM Put-Away-To-Bin.
           MOVE "DSM" TO Mvj-Reason-Code.
           MOVE Tbl-Comp-Eaches(Component-Sub) TO Mvj-Qty-Eaches.
           PERFORM Write-Kit-Journal.

      *> The caller sets the reason and signed quantity with the
      *> stock record just rewritten; every movement of the order
      *> carries the work order as its reference.
       Write-Kit-Journal.
           MOVE ITEM-NUMBER TO Mvj-Item-Number.
           MOVE ITEM-WAREHOUSE TO Mvj-Warehouse.
           MOVE Today-Date TO Mvj-Move-Date.
           MOVE Kwo-Work-Order TO Mvj-Reference.
           MOVE ITEM-STOCK TO Mvj-Stock-After.
           WRITE Movement-Journal-Record.

      *> The kits built come in at the rolled-up cost of one kit's
      *> components and are averaged with the kits already on hand
      *> at the old average. A kit with no product link, or whose
      *> components carry no cost, keeps its average unchanged.
       Roll-Up-Kit-Cost.
           IF Rolled-Kit-Cost > 0
               MOVE Kwo-Kit-Item TO Move-Item-Number
               PERFORM Find-Average-Cost
               IF Cost-Link-Is-Found AND Prod-File-Ok
                   COMPUTE New-Average-Cost ROUNDED =
                       (Onhand-Before-Build * Prod-Avg-Cost
                        + Kwo-Qty-Kits * Rolled-Kit-Cost)
                       / ITEM-STOCK
                   MOVE New-Average-Cost TO Prod-Avg-Cost
                   REWRITE Product-Master-Keyed-Record
                   DISPLAY "  Kit " Kwo-Kit-Item " average cost now "
                       Prod-Avg-Cost
               END-IF
           END-IF.

      *> Reads the PRODMSTR product the ITEMXREF link names for
      *> Move-Item-Number; the caller tests Cost-Link-Is-Found and
      *> Prod-File-Ok.
       Find-Average-Cost.
           MOVE "N" TO Cost-Link-Found.
           MOVE "23" TO Prod-File-Status.
           PERFORM Check-One-Xref
               VARYING Xref-Sub FROM 1 BY 1
               UNTIL Xref-Sub > Xref-Entry-Count
               OR Cost-Link-Is-Found.
           IF Cost-Link-Is-Found AND Product-Master-Open
               MOVE Linked-Product-Code TO Prod-Code
               READ Product-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       Check-One-Xref.
           IF Tbl-Xref-Item(Xref-Sub) = Move-Item-Number
               SET Cost-Link-Is-Found TO TRUE
               MOVE Tbl-Xref-Product(Xref-Sub)
                   TO Linked-Product-Code
           END-IF.

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
           MOVE Xref-Item-Number TO Tbl-Xref-Item(Xref-Entry-Count).
           MOVE Xref-Product-Code
               TO Tbl-Xref-Product(Xref-Entry-Count).
           PERFORM Read-Next-Xref.

      *> Goods coming in go to the keyed bin (a blank bin falls back
      *> to RECV, the receiving dock), creating the bin record on
      *> first use.
       Put-Away-To-Bin.
           IF Kwo-Bin = SPACES
               MOVE "RECV " TO Putaway-Bin
           ELSE
               MOVE Kwo-Bin TO Putaway-Bin
           END-IF.
           MOVE Move-Item-Number TO Bin-Item-Number.
           MOVE Kwo-Warehouse TO Bin-Warehouse.
           MOVE Putaway-Bin TO Bin-Location.
           READ Bin-Location-File
               INVALID KEY
                   MOVE Move-Item-Number TO Bin-Item-Number
                   MOVE Kwo-Warehouse TO Bin-Warehouse
                   MOVE Putaway-Bin TO Bin-Location
                   MOVE 0 TO Bin-Stock
                   WRITE Bin-Location-Record
           END-READ.
           ADD Move-Eaches TO Bin-Stock.
           REWRITE Bin-Location-Record.

      *> Goods going out leave the item's bins in bin order, the way
      *> ShipmentConfirm relieves a pick with no lot named.
       Relieve-Item-Bins.
           MOVE Move-Eaches TO Bin-Remaining.
           MOVE Move-Item-Number TO Bin-Item-Number.
           MOVE Kwo-Warehouse TO Bin-Warehouse.
           MOVE LOW-VALUES TO Bin-Location.
           START Bin-Location-File
               KEY IS GREATER THAN Bin-Key
               INVALID KEY
                   SET Bin-File-Eof TO TRUE
           END-START.
           IF Bin-File-Ok
               PERFORM Read-Next-Bin
           END-IF.
           PERFORM Relieve-One-Bin
               UNTIL Bin-File-Eof OR Bin-Remaining = 0.
           MOVE "00" TO Bin-File-Status.

       Read-Next-Bin.
           READ Bin-Location-File NEXT RECORD
               AT END
                   SET Bin-File-Eof TO TRUE
           END-READ.

       Relieve-One-Bin.
           IF Bin-Item-Number NOT = Move-Item-Number
               OR Bin-Warehouse NOT = Kwo-Warehouse
               SET Bin-File-Eof TO TRUE
           ELSE
               IF Bin-Stock > 0
                   IF Bin-Stock >= Bin-Remaining
                       MOVE Bin-Remaining TO Bin-Take
                   ELSE
                       MOVE Bin-Stock TO Bin-Take
                   END-IF
                   SUBTRACT Bin-Take FROM Bin-Stock
                   SUBTRACT Bin-Take FROM Bin-Remaining
                   REWRITE Bin-Location-Record
               END-IF
               PERFORM Read-Next-Bin
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

       COPY LOCKPROC.
