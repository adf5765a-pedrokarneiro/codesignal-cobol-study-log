      *> 2026-09-02: Initial version.
      *> 2026-09-02: Each pick line now names the BINLOC bin to
      *> pull from - the first bin holding stock for the item.
      *> 2026-10-15: A lot-tracked item is now picked soonest-expiry
      *> first: the pick line names the bin of the first LOTSTOCK
      *> lot with stock, and a line under it for each lot to pull
      *> gives the lot, its expiry, its bin and the eaches to take
      *> from it until the pick is covered, with any eaches the
      *> lots cannot cover left to stock not in a lot. A lot
      *> already past its expiry on the business date is never
      *> picked.
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

       DATA DIVISION.
       FILE SECTION.
       FD  Sales-Order-File.
       FD  Bin-Location-File.
       COPY BINLOC.

       FD  Lot-Stock-File.
       COPY LOTSTOCK.

       FD  Run-Control-File.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 Sord-File-Status PIC X(02) VALUE "00".
          88 Sord-File-Ok VALUE "00".
          88 Bins-Available VALUE "Y".
       01 Pick-Bin PIC X(05).

       01 Lot-File-Status PIC X(02) VALUE "00".
          88 Lot-File-Ok VALUE "00".
          88 Lot-File-Eof VALUE "10".
       01 Lots-Available-Switch PIC X(01) VALUE "N".
          88 Lots-Available VALUE "Y".
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".
       01 Today-Date PIC 9(08).
       01 Lot-Pick-Remaining PIC 9(07).
       01 Max-Lot-Directions PIC 9(02) VALUE 10.
       01 Lot-Direction-Count PIC 9(02) VALUE 0.
       01 Lot-Direction-Sub PIC 9(02).
       01 Lot-Direction-Table.
           05 Lot-Direction OCCURS 10 TIMES.
              10 Tbl-Lot-Number     PIC X(10).
              10 Tbl-Lot-Expiry     PIC 9(08).
              10 Tbl-Lot-Bin        PIC X(05).
              10 Tbl-Lot-Take       PIC 9(07).

       01 Previous-Warehouse PIC X(03) VALUE SPACES.
       01 Waiting-Lines PIC 9(04) VALUE 0.

           05 FILLER            PIC X(06) VALUE "  BIN ".
           05 Pck-Bin           PIC X(05).

       01 Lot-Pick-Line.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(04) VALUE "LOT ".
           05 Lpl-Lot           PIC X(10).
           05 FILLER            PIC X(10) VALUE "  EXPIRES ".
           05 Lpl-Expiry        PIC X(08).
           05 FILLER            PIC X(06) VALUE "  BIN ".
           05 Lpl-Bin           PIC X(05).
           05 FILLER            PIC X(07) VALUE "  TAKE ".
           05 Lpl-Eaches        PIC ZZZ,ZZ9.

       01 Lot-Rest-Line.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(51)
              VALUE "REST FROM STOCK NOT IN A LOT".
           05 FILLER            PIC X(07) VALUE "  TAKE ".
           05 Lrl-Eaches        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Read-Business-Date.
           OPEN INPUT Sales-Order-File.
           IF Sord-File-Status = "35"
               DISPLAY "No sales-order file to pick from."
           IF Bin-File-Ok
               SET Bins-Available TO TRUE
           END-IF.
           OPEN INPUT Lot-Stock-File.
           IF Lot-File-Ok
               SET Lots-Available TO TRUE
           END-IF.
           OPEN OUTPUT Picking-List-File.
           PERFORM Write-One-Pick-Line
               VARYING Pick-Idx FROM 1 BY 1
           IF Bins-Available
               CLOSE Bin-Location-File
           END-IF.
           IF Lots-Available
               CLOSE Lot-Stock-File
           END-IF.
           DISPLAY "Pick lines printed: " Pick-Entry-Count.
           DISPLAY "Lines waiting on stock: " Waiting-Lines.
           STOP RUN.
           MOVE Tbl-Line(Pick-Idx) TO Pck-Line-No.
           MOVE Tbl-Item-Number(Pick-Idx) TO Pck-Item.
           MOVE Tbl-Pick-Eaches(Pick-Idx) TO Pck-Eaches.
           PERFORM Find-Pick-Lots.
           IF Lot-Direction-Count = 0
               PERFORM Find-Pick-Bin
           ELSE
               MOVE Tbl-Lot-Bin(1) TO Pick-Bin
           END-IF.
           MOVE Pick-Bin TO Pck-Bin.
           WRITE Picking-List-Record FROM Pick-Line.
           PERFORM Write-One-Lot-Line
               VARYING Lot-Direction-Sub FROM 1 BY 1
               UNTIL Lot-Direction-Sub > Lot-Direction-Count.
           IF Lot-Direction-Count > 0 AND Lot-Pick-Remaining > 0
               MOVE Lot-Pick-Remaining TO Lrl-Eaches
               WRITE Picking-List-Record FROM Lot-Rest-Line
           END-IF.

      *> The item's lots are read in LOTSTOCK key order, which is
      *> soonest expiry first; each lot with stock is taken in turn
      *> until the pick is covered.
       Find-Pick-Lots.
           MOVE 0 TO Lot-Direction-Count.
           IF Lots-Available
               MOVE Tbl-Pick-Eaches(Pick-Idx) TO Lot-Pick-Remaining
               MOVE Tbl-Item-Number(Pick-Idx) TO Lot-Item-Number
               MOVE Tbl-Warehouse(Pick-Idx) TO Lot-Warehouse
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
               PERFORM Direct-One-Lot
                   UNTIL Lot-File-Eof
                   OR Lot-Pick-Remaining = 0
                   OR Lot-Direction-Count = Max-Lot-Directions
               MOVE "00" TO Lot-File-Status
           END-IF.

       Read-Next-Lot.
           READ Lot-Stock-File NEXT RECORD
               AT END
                   SET Lot-File-Eof TO TRUE
           END-READ.

       Direct-One-Lot.
           IF Lot-Item-Number NOT = Tbl-Item-Number(Pick-Idx)
               OR Lot-Warehouse NOT = Tbl-Warehouse(Pick-Idx)
               SET Lot-File-Eof TO TRUE
           ELSE
               IF Lot-Stock > 0 AND Lot-Expiry-Date >= Today-Date
                   ADD 1 TO Lot-Direction-Count
                   MOVE Lot-Number
                       TO Tbl-Lot-Number(Lot-Direction-Count)
                   MOVE Lot-Expiry-Date
                       TO Tbl-Lot-Expiry(Lot-Direction-Count)
                   MOVE Lot-Bin TO Tbl-Lot-Bin(Lot-Direction-Count)
                   IF Lot-Stock >= Lot-Pick-Remaining
                       MOVE Lot-Pick-Remaining
                           TO Tbl-Lot-Take(Lot-Direction-Count)
                   ELSE
                       MOVE Lot-Stock
                           TO Tbl-Lot-Take(Lot-Direction-Count)
                   END-IF
                   SUBTRACT Tbl-Lot-Take(Lot-Direction-Count)
                       FROM Lot-Pick-Remaining
               END-IF
               PERFORM Read-Next-Lot
           END-IF.

       Write-One-Lot-Line.
           MOVE Tbl-Lot-Number(Lot-Direction-Sub) TO Lpl-Lot.
           IF Tbl-Lot-Expiry(Lot-Direction-Sub) = 99999999
               MOVE "NONE" TO Lpl-Expiry
           ELSE
               MOVE Tbl-Lot-Expiry(Lot-Direction-Sub) TO Lpl-Expiry
           END-IF.
           MOVE Tbl-Lot-Bin(Lot-Direction-Sub) TO Lpl-Bin.
           MOVE Tbl-Lot-Take(Lot-Direction-Sub) TO Lpl-Eaches.
           WRITE Picking-List-Record FROM Lot-Pick-Line.

      *> The first bin holding stock for the item is the one the
      *> picker is sent to; no bin file (or no bin with stock)
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
