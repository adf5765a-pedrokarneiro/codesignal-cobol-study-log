       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReorderPointApproval.
      *> ReorderPointApproval is the buyer's half of the month-end
      *> reorder point review: the menu signs on through the shared
      *> SIGNON paragraph under the "P" product letter and refuses
      *> anyone below supervisor authority outright, lists the
      *> pending ROPPROP proposals ReorderPointProposal wrote, and
      *> approves one onto INVSTOCK or rejects it. An approval sets
      *> the item and warehouse's ITEM-REORDER-POINT to the proposed
      *> point and writes the common MNTAUDIT maintenance-audit
      *> entry; a point changed on the stock record since the
      *> proposal was made is left alone and the proposal refused,
      *> so a buyer's own change is never overwritten unseen. The
      *> run claims the INVSTOCK lock on the shared LOCKCTL
      *> lock-control file for the session. The proposal file is
      *> held in memory and written back whole at quit, each
      *> decision stamped with the operator and the date - the
      *> rebuild shape SuggestionApproval uses.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Reorder-Proposal-File ASSIGN TO "ROPPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prop-File-Status.

           SELECT Inventory-Master-File ASSIGN TO "INVSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS Inv-File-Status.

           SELECT LOCK-CONTROL-FILE ASSIGN TO "LOCKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

           SELECT Operator-Master-File ASSIGN TO "OPRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-USER-ID
               FILE STATUS IS Opr-File-Status.

           SELECT Alert-File ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Security-Log-File ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sec-Log-File-Status.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  Reorder-Proposal-File.
       COPY ROPPROP.

       FD  Inventory-Master-File.
       COPY INVREC.

       FD  LOCK-CONTROL-FILE.
       COPY LOCKREC.

       FD  Operator-Master-File.
       COPY OPRMSTR.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       FD  MAINT-AUDIT-FILE.
       COPY MNTAUDIT.

       WORKING-STORAGE SECTION.
       COPY MAUDWS.

       COPY LOCKWS.

       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY SIGNONWS.

       01 Prop-File-Status PIC X(02) VALUE "00".
          88 Prop-File-Ok VALUE "00".
          88 Prop-File-Eof VALUE "10".

       01 Inv-File-Status PIC X(02) VALUE "00".
          88 Inv-File-Ok VALUE "00".

       01 Max-Proposals PIC 9(03) VALUE 500.
       01 Proposal-Count PIC 9(03) VALUE 0.
       01 Proposal-Sub PIC 9(03).
       01 Proposal-Table.
           05 Proposal-Entry OCCURS 500 TIMES.
              10 Tbl-Rop-Record     PIC X(71).

       01 Menu-Choice PIC X(01).
          88 Menu-List VALUE "L" "l".
          88 Menu-Approve VALUE "A" "a".
          88 Menu-Reject VALUE "R" "r".
          88 Menu-Quit VALUE "Q" "q".

       01 Entered-Proposal-Id PIC 9(05).
       01 Proposal-Found-Switch PIC X(01) VALUE "N".
          88 Proposal-Is-Found VALUE "Y".
       01 Decided-Date PIC 9(08).
       01 Pending-Listed PIC 9(03).
       01 Avg-Usage-Edit PIC ZZ,ZZ9.99.
       01 Old-Point-Edit PIC Z,ZZ9.
       01 New-Point-Edit PIC Z,ZZ9.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "P" TO Signon-Function-Letter.
           MOVE "ReorderPointApproval" TO Signon-Program-Id.
           MOVE "ReorderPointApproval" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           IF NOT Signon-Supervisor
               DISPLAY "Supervisor authority required."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT Decided-Date FROM DATE YYYYMMDD.
           PERFORM Load-Proposal-Table.
           MOVE "INVSTOCK" TO Lock-Master-Wanted.
           MOVE "ReorderPointApproval" TO Lock-Program-Name.
           PERFORM Claim-Master-Lock.
           OPEN I-O Inventory-Master-File.
           IF NOT Inv-File-Ok
               DISPLAY "INVSTOCK could not be opened, status "
                   Inv-File-Status
               PERFORM Release-Master-Lock
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM Run-Menu UNTIL Menu-Quit.
           CLOSE Inventory-Master-File.
           PERFORM Release-Master-Lock.
           PERFORM Write-Proposal-Table.
           DISPLAY "Goodbye.".
           STOP RUN.

       Load-Proposal-Table.
           MOVE 0 TO Proposal-Count.
           OPEN INPUT Reorder-Proposal-File.
           IF NOT Prop-File-Ok
               DISPLAY "No reorder point proposals on file."
               STOP RUN
           END-IF.
           PERFORM Read-Next-Proposal.
           PERFORM Store-One-Proposal
               UNTIL Prop-File-Eof OR Proposal-Count = Max-Proposals.
           IF Proposal-Count = Max-Proposals AND NOT Prop-File-Eof
               DISPLAY "More than " Max-Proposals " reorder point"
                   " proposals on file - refusing rather than"
                   " dropping the tail on rewrite."
               CLOSE Reorder-Proposal-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE Reorder-Proposal-File.

       Read-Next-Proposal.
           READ Reorder-Proposal-File
               AT END
                   SET Prop-File-Eof TO TRUE
           END-READ.

       Store-One-Proposal.
           ADD 1 TO Proposal-Count.
           MOVE Reorder-Proposal-Record
               TO Tbl-Rop-Record(Proposal-Count).
           PERFORM Read-Next-Proposal.

       Run-Menu.
           DISPLAY "===== Reorder Point Approval =====".
           DISPLAY "L)ist  A)pprove  R)eject  Q)uit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT Menu-Choice.
           IF Menu-List
               PERFORM List-Proposals
           ELSE
               IF Menu-Approve
                   PERFORM Approve-One-Proposal
               ELSE
                   IF Menu-Reject
                       PERFORM Reject-One-Proposal
                   ELSE
                       IF NOT Menu-Quit
                           DISPLAY "Unknown option: " Menu-Choice
                       END-IF
                   END-IF
               END-IF
           END-IF.

       List-Proposals.
           MOVE 0 TO Pending-Listed.
           PERFORM List-One-Proposal
               VARYING Proposal-Sub FROM 1 BY 1
               UNTIL Proposal-Sub > Proposal-Count.
           IF Pending-Listed = 0
               DISPLAY "No proposals pending."
           END-IF.

       List-One-Proposal.
           MOVE Tbl-Rop-Record(Proposal-Sub)
               TO Reorder-Proposal-Record.
           IF Rop-Pending
               ADD 1 TO Pending-Listed
               MOVE Rop-Avg-Daily-Usage TO Avg-Usage-Edit
               MOVE Rop-Current-Point TO Old-Point-Edit
               MOVE Rop-Proposed-Point TO New-Point-Edit
               DISPLAY "  " Rop-Id
                   " item " Rop-Item-Number
                   " whse " Rop-Warehouse
                   " class " Rop-Abc-Class
                   " avg/day " Avg-Usage-Edit
                   " peak " Rop-Peak-Daily-Usage
                   " lead " Rop-Lead-Days
                   " point " Old-Point-Edit
                   " -> " New-Point-Edit
           END-IF.

       Approve-One-Proposal.
           DISPLAY "Enter proposal id to approve: "
               WITH NO ADVANCING.
           ACCEPT Entered-Proposal-Id.
           MOVE "N" TO Proposal-Found-Switch.
           PERFORM Approve-Matching-Proposal
               VARYING Proposal-Sub FROM 1 BY 1
               UNTIL Proposal-Sub > Proposal-Count
               OR Proposal-Is-Found.
           IF NOT Proposal-Is-Found
               DISPLAY "No reorder point proposal "
                   Entered-Proposal-Id
           END-IF.

       Approve-Matching-Proposal.
           MOVE Tbl-Rop-Record(Proposal-Sub)
               TO Reorder-Proposal-Record.
           IF Rop-Id = Entered-Proposal-Id
               SET Proposal-Is-Found TO TRUE
               IF NOT Rop-Pending
                   DISPLAY "Proposal already decided."
               ELSE
                   PERFORM Apply-Proposal
               END-IF
           END-IF.

      *> The stock record must still carry the point the proposal
      *> was worked out against; anything else means someone has
      *> changed it since, and the proposal is stale.
       Apply-Proposal.
           MOVE Rop-Item-Number TO Item-Number.
           MOVE Rop-Warehouse TO Item-Warehouse.
           READ Inventory-Master-File
               INVALID KEY
                   DISPLAY "Item " Rop-Item-Number " warehouse "
                       Rop-Warehouse " is no longer on file."
           END-READ.
           IF Inv-File-Ok
               IF Item-Reorder-Point NOT = Rop-Current-Point
                   MOVE Item-Reorder-Point TO Old-Point-Edit
                   DISPLAY "Reorder point is now " Old-Point-Edit
                       " on file, not the point proposed against -"
                       " reject this proposal instead."
               ELSE
                   MOVE Rop-Proposed-Point TO Item-Reorder-Point
                   REWRITE Inventory-Record
                   MOVE SPACES TO Maud-Work-Key
                   MOVE Rop-Item-Number TO Maud-Work-Key(1:9)
                   MOVE Rop-Warehouse TO Maud-Work-Key(10:3)
                   MOVE "Reorder Point" TO Maud-Work-Field
                   MOVE Rop-Current-Point TO Old-Point-Edit
                   MOVE Old-Point-Edit TO Maud-Work-Old
                   MOVE Rop-Proposed-Point TO New-Point-Edit
                   MOVE New-Point-Edit TO Maud-Work-New
                   PERFORM Write-Maint-Audit
                   SET Rop-Approved TO TRUE
                   PERFORM Stamp-Decision
                   DISPLAY "Approved - reorder point now "
                       New-Point-Edit "."
               END-IF
           END-IF.
           MOVE "00" TO Inv-File-Status.

       Reject-One-Proposal.
           DISPLAY "Enter proposal id to reject: "
               WITH NO ADVANCING.
           ACCEPT Entered-Proposal-Id.
           MOVE "N" TO Proposal-Found-Switch.
           PERFORM Reject-Matching-Proposal
               VARYING Proposal-Sub FROM 1 BY 1
               UNTIL Proposal-Sub > Proposal-Count
               OR Proposal-Is-Found.
           IF NOT Proposal-Is-Found
               DISPLAY "No reorder point proposal "
                   Entered-Proposal-Id
           END-IF.

       Reject-Matching-Proposal.
           MOVE Tbl-Rop-Record(Proposal-Sub)
               TO Reorder-Proposal-Record.
           IF Rop-Id = Entered-Proposal-Id
               SET Proposal-Is-Found TO TRUE
               IF NOT Rop-Pending
                   DISPLAY "Proposal already decided."
               ELSE
                   SET Rop-Rejected TO TRUE
                   PERFORM Stamp-Decision
                   DISPLAY "Proposal rejected."
               END-IF
           END-IF.

       Stamp-Decision.
           MOVE Signon-User-Id TO Rop-Decided-By.
           MOVE Decided-Date TO Rop-Decided-Date.
           MOVE Reorder-Proposal-Record
               TO Tbl-Rop-Record(Proposal-Sub).

       Write-Proposal-Table.
           OPEN OUTPUT Reorder-Proposal-File.
           PERFORM Write-One-Proposal
               VARYING Proposal-Sub FROM 1 BY 1
               UNTIL Proposal-Sub > Proposal-Count.
           CLOSE Reorder-Proposal-File.

       Write-One-Proposal.
           MOVE Tbl-Rop-Record(Proposal-Sub)
               TO Reorder-Proposal-Record.
           WRITE Reorder-Proposal-Record.

       COPY SIGNON.

       COPY MAUDPROC.

       COPY LOCKPROC.
