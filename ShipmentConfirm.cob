      *> 2026-09-02: The run now claims the INVSTOCK lock on the
      *> shared LOCKCTL file, the same coordination the other
      *> stock rewriters have.
      *> 2026-10-15: Lot-tracked stock now leaves through its
      *> LOTSTOCK lots first - the lot named on the confirmation,
      *> then the soonest-expiring lots, each with its own bin -
      *> and only what no lot covers is taken from the bins in
      *> bin order. A lot past its expiry is only shipped when the
      *> confirmation names it.
      *> 2026-10-15: A confirmation against a line on credit hold
      *> or cancelled is rejected like one against a closed line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS BIN-KEY
               FILE STATUS IS Bin-File-Status.

           SELECT Lot-Stock-File ASSIGN TO "LOTSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS Lot-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.
           05 Conf-Order-Number     PIC 9(06).
           05 Conf-Line             PIC 9(03).
           05 Conf-Qty-Eaches       PIC 9(07).
           05 Conf-Lot-Number       PIC X(10).

       FD  Sales-Order-File.
       COPY SORDREC.
       FD  Bin-Location-File.
       COPY BINLOC.

       FD  Lot-Stock-File.
       COPY LOTSTOCK.

       FD  Run-Control-File.
       COPY RUNCTL.

          88 Bins-Available VALUE "Y".
       01 Pick-Remaining PIC 9(07).
       01 Bin-Take PIC 9(04).
       01 Lot-File-Status PIC X(02) VALUE "00".
          88 Lot-File-Ok VALUE "00".
          88 Lot-File-Eof VALUE "10".
       01 Lots-Available-Switch PIC X(01) VALUE "N".
          88 Lots-Available VALUE "Y".
       01 Lot-Pass-Switch PIC X(01) VALUE "E".
          88 Lot-Pass-Named VALUE "N".
          88 Lot-Pass-Expiry VALUE "E".
       01 Lot-Take PIC 9(04).
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

           ELSE
               DISPLAY "No BINLOC file - bins not relieved."
           END-IF.
           OPEN I-O Lot-Stock-File.
           IF Lot-File-Status = "00"
               SET Lots-Available TO TRUE
           END-IF.
           OPEN EXTEND Movement-Journal-File.
           IF Jrnl-File-Status = "35"
               CLOSE Movement-Journal-File
           IF Bins-Available
               CLOSE Bin-Location-File
           END-IF.
           IF Lots-Available
               CLOSE Lot-Stock-File
           END-IF.
           CLOSE Movement-Journal-File.
           DISPLAY "Shipments applied: " Shipments-Applied.
           DISPLAY "Shipments rejected: " Shipments-Rejected.
                   DISPLAY "Line already closed: "
                       Conf-Order-Number "/" Conf-Line
               ELSE
                   IF Sls-Line-Held OR Sls-Line-Cancelled
                       ADD 1 TO Shipments-Rejected
                       DISPLAY "Line on credit hold or cancelled: "
                           Conf-Order-Number "/" Conf-Line
                   ELSE
                       PERFORM Relieve-Stock
                   END-IF
               END-IF
           END-IF.
           PERFORM Read-Next-Confirmation.
               ELSE
                   SUBTRACT Conf-Qty-Eaches FROM ITEM-STOCK
                   REWRITE INVENTORY-RECORD
                   MOVE Conf-Qty-Eaches TO Pick-Remaining
                   PERFORM Relieve-Lots
                   PERFORM Relieve-Bins
                   PERFORM Write-Shipment-Journal
                   PERFORM Roll-Onto-Order-Line
           END-IF.
           REWRITE Sales-Order-Record.

      *> Whatever the lots did not cover leaves through the item's
      *> bins in bin order, each bin giving what it holds until the
      *> quantity is covered - so the bins keep proving to the
      *> warehouse total.
       Relieve-Bins.
           IF Bins-Available AND Pick-Remaining > 0
               MOVE Sls-Item-Number TO Bin-Item-Number
               MOVE Sls-Warehouse TO Bin-Warehouse
               MOVE LOW-VALUES TO Bin-Location
               PERFORM Read-Next-Bin
           END-IF.

      *> A lot-tracked item ships from the lot the picker names on
      *> the confirmation first, then from its lots in expiry order
      *> (the LOTSTOCK key order); each eache taken from a lot is
      *> taken from that lot's bin as well.
       Relieve-Lots.
           IF Lots-Available
               IF Conf-Lot-Number NOT = SPACES
                   SET Lot-Pass-Named TO TRUE
                   PERFORM Scan-Item-Lots
               END-IF
               SET Lot-Pass-Expiry TO TRUE
               PERFORM Scan-Item-Lots
           END-IF.

       Scan-Item-Lots.
           IF Pick-Remaining > 0
               MOVE Sls-Item-Number TO Lot-Item-Number
               MOVE Sls-Warehouse TO Lot-Warehouse
               MOVE 0 TO Lot-Expiry-Date
               MOVE LOW-VALUES TO Lot-Number
               MOVE LOW-VALUES TO Lot-Bin
               START Lot-Stock-File
                   KEY IS GREATER THAN Lot-Key
                   INVALID KEY
                       SET Lot-File-Eof TO TRUE
               END-START
               IF Lot-File-Ok
                   PERFORM Read-Next-Lot
               END-IF
               PERFORM Relieve-One-Lot
                   UNTIL Lot-File-Eof OR Pick-Remaining = 0
               MOVE "00" TO Lot-File-Status
           END-IF.

       Read-Next-Lot.
           READ Lot-Stock-File NEXT RECORD
               AT END
                   SET Lot-File-Eof TO TRUE
           END-READ.

       Relieve-One-Lot.
           IF Lot-Item-Number NOT = Sls-Item-Number
               OR Lot-Warehouse NOT = Sls-Warehouse
               SET Lot-File-Eof TO TRUE
           ELSE
               IF Lot-Stock > 0
                   AND ((Lot-Pass-Expiry
                         AND Lot-Expiry-Date >= Today-Date)
                       OR (Lot-Pass-Named
                         AND Lot-Number = Conf-Lot-Number))
                   IF Lot-Stock >= Pick-Remaining
                       MOVE Pick-Remaining TO Lot-Take
                   ELSE
                       MOVE Lot-Stock TO Lot-Take
                   END-IF
                   SUBTRACT Lot-Take FROM Lot-Stock
                   SUBTRACT Lot-Take FROM Pick-Remaining
                   REWRITE Lot-Stock-Record
                   PERFORM Relieve-Lot-Bin
               END-IF
               PERFORM Read-Next-Lot
           END-IF.

       Relieve-Lot-Bin.
           IF Bins-Available
               MOVE Sls-Item-Number TO Bin-Item-Number
               MOVE Sls-Warehouse TO Bin-Warehouse
               MOVE Lot-Bin TO Bin-Location
               READ Bin-Location-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF Bin-File-Ok
                   IF Bin-Stock >= Lot-Take
                       SUBTRACT Lot-Take FROM Bin-Stock
                   ELSE
                       MOVE 0 TO Bin-Stock
                   END-IF
                   REWRITE Bin-Location-Record
               END-IF
               MOVE "00" TO Bin-File-Status
           END-IF.

      *> Reads the official business date from the RUNCTL
      *> run-control file; a missing or empty run-control file
      *> falls back to the system date so a standalone run still
