       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditReview.
      *> CreditReview is the credit side of sales-order entry: the
      *> menu signs on through the shared SIGNON paragraph under the
      *> "P" letter SalesOrderEntry uses and refuses anyone below
      *> supervisor authority outright. It lists the SALESORD lines
      *> SalesOrderEntry put on credit hold, with the customer's
      *> open AR balance, and releases or cancels a held order - all
      *> of its held lines at once, since the hold is on the order.
      *> A released line is allocated against ITEM-STOCK then, the
      *> way entry would have allocated it, with any shortfall
      *> captured on BACKORD; a cancelled line is marked "X" and
      *> never picked or shipped. Every decision writes the common
      *> MNTAUDIT maintenance-audit entry stamped with the operator.
      *> CreditHoldReport lists what is waiting each night.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Sales-Order-File ASSIGN TO "SALESORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLS-ORDER-KEY
               FILE STATUS IS Sord-File-Status.

           SELECT Inventory-Master-File ASSIGN TO "INVSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS Inv-File-Status.

           SELECT Ar-Ledger-File ASSIGN TO "ARLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS Ledger-File-Status.

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

           SELECT Backorder-File ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bord-File-Status.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Sales-Order-File.
       COPY SORDREC.

       FD  Inventory-Master-File.
       COPY INVREC.

       FD  Ar-Ledger-File.
       COPY ARLEDGER.

       FD  Operator-Master-File.
       COPY OPRMSTR.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       FD  Backorder-File.
       COPY BACKORD.

       FD  MAINT-AUDIT-FILE.
       COPY MNTAUDIT.

       FD  Run-Control-File.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       COPY MAUDWS.

       01 Bord-File-Status PIC X(02) VALUE "00".
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".
       01 Today-Date PIC 9(08).
       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY SIGNONWS.

       01 Sord-File-Status PIC X(02) VALUE "00".
          88 Sord-File-Ok VALUE "00".
          88 Sord-File-Eof VALUE "10".

       01 Inv-File-Status PIC X(02) VALUE "00".
          88 Inv-File-Ok VALUE "00".

       01 Ledger-File-Status PIC X(02) VALUE "00".
          88 Ledger-File-Ok VALUE "00".
          88 Ledger-File-Eof VALUE "10".

       01 Ledger-Switch PIC X(01) VALUE "N".
          88 Ledger-On-File VALUE "Y".

       01 Menu-Choice PIC X(01).
          88 Menu-List VALUE "L" "l".
          88 Menu-Release VALUE "R" "r".
          88 Menu-Cancel VALUE "C" "c".
          88 Menu-Quit VALUE "Q" "q".

       01 Decision-Switch PIC X(01).
          88 Decision-Release VALUE "R".
          88 Decision-Cancel VALUE "C".

       01 Wanted-Order-Number PIC 9(06).
       01 Lines-Listed PIC 9(05).
       01 Lines-Decided PIC 9(03).
       01 Shortfall-Eaches PIC 9(07).
       01 Line-Value PIC 9(11)V99.
       01 Value-Display PIC ZZ,ZZZ,ZZ9.99.
       01 Open-Ar-Balance PIC S9(09)V99.
       01 Balance-Display PIC ZZ,ZZZ,ZZ9.99-.
       01 Hold-Reason-Name PIC X(12).

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "P" TO Signon-Function-Letter.
           MOVE "CreditReview" TO Signon-Program-Id.
           MOVE "CreditReview" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           IF NOT Signon-Supervisor
               DISPLAY "Supervisor authority required."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM Read-Business-Date.
           OPEN I-O Sales-Order-File.
           IF NOT Sord-File-Ok
               DISPLAY "No SALESORD sales-order file to review."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Inventory-Master-File.
           IF Inv-File-Status = "35"
               DISPLAY "No inventory-stock file to allocate from."
               CLOSE Sales-Order-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Ar-Ledger-File.
           IF Ledger-File-Ok
               SET Ledger-On-File TO TRUE
           END-IF.
           PERFORM Run-Menu UNTIL Menu-Quit.
           CLOSE Sales-Order-File.
           CLOSE Inventory-Master-File.
           IF Ledger-On-File
               CLOSE Ar-Ledger-File
           END-IF.
           DISPLAY "Goodbye.".
           STOP RUN.

       Run-Menu.
           DISPLAY "===== Credit Review =====".
           DISPLAY "L)ist held orders  R)elease order"
               "  C)ancel order  Q)uit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT Menu-Choice.
           EVALUATE TRUE
               WHEN Menu-List
                   PERFORM List-Held-Lines
               WHEN Menu-Release
                   SET Decision-Release TO TRUE
                   PERFORM Decide-Held-Order
               WHEN Menu-Cancel
                   SET Decision-Cancel TO TRUE
                   PERFORM Decide-Held-Order
               WHEN Menu-Quit
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unknown option: " Menu-Choice
           END-EVALUATE.

       List-Held-Lines.
           MOVE 0 TO Lines-Listed.
           MOVE LOW-VALUES TO Sls-Order-Key.
           START Sales-Order-File KEY IS GREATER THAN Sls-Order-Key
               INVALID KEY
                   SET Sord-File-Eof TO TRUE
           END-START.
           IF Sord-File-Ok
               PERFORM Read-Next-Order-Line
           END-IF.
           PERFORM List-One-Line UNTIL Sord-File-Eof.
           IF Lines-Listed = 0
               DISPLAY "No order lines on credit hold."
           END-IF.
           MOVE "00" TO Sord-File-Status.

       Read-Next-Order-Line.
           READ Sales-Order-File NEXT RECORD
               AT END
                   SET Sord-File-Eof TO TRUE
           END-READ.

       List-One-Line.
           IF Sls-Line-Held
               ADD 1 TO Lines-Listed
               PERFORM Display-Held-Line
           END-IF.
           PERFORM Read-Next-Order-Line.

       Display-Held-Line.
           PERFORM Name-Hold-Reason.
           MOVE 0 TO Line-Value.
           IF Sls-Price-Catalog OR Sls-Price-Contract
               COMPUTE Line-Value = Sls-Qty-Ordered * Sls-Unit-Price
           END-IF.
           MOVE Line-Value TO Value-Display.
           PERFORM Total-Open-Receivables.
           MOVE Open-Ar-Balance TO Balance-Display.
           DISPLAY "Order " Sls-Order-Number "/" Sls-Line
               " customer " Sls-Customer-Id
               " held " Sls-Hold-Date " " Hold-Reason-Name.
           DISPLAY "  Item " Sls-Item-Number " warehouse "
               Sls-Warehouse " eaches " Sls-Qty-Ordered
               " value " Value-Display.
           DISPLAY "  Customer open AR balance " Balance-Display.

       Name-Hold-Reason.
           EVALUATE TRUE
               WHEN Sls-Hold-Over-Limit
                   MOVE "OVER LIMIT" TO Hold-Reason-Name
               WHEN Sls-Hold-Past-Due
                   MOVE "PAST DUE" TO Hold-Reason-Name
               WHEN Sls-Hold-Order-Held
                   MOVE "ORDER HELD" TO Hold-Reason-Name
               WHEN OTHER
                   MOVE SPACES TO Hold-Reason-Name
           END-EVALUATE.

      *> The customer's ledger items are one key range; credit
      *> memos and unapplied cash count against the balance.
       Total-Open-Receivables.
           MOVE 0 TO Open-Ar-Balance.
           IF Ledger-On-File
               MOVE Sls-Customer-Id TO Ar-Customer-Id
               MOVE LOW-VALUES TO Ar-Doc-Type
               MOVE 0 TO Ar-Doc-Number
               START Ar-Ledger-File KEY IS NOT LESS THAN Ar-Key
                   INVALID KEY
                       SET Ledger-File-Eof TO TRUE
               END-START
               IF Ledger-File-Ok
                   PERFORM Read-Next-Ledger-Item
               END-IF
               PERFORM Add-One-Ledger-Item UNTIL Ledger-File-Eof
               MOVE "00" TO Ledger-File-Status
           END-IF.

       Read-Next-Ledger-Item.
           READ Ar-Ledger-File NEXT RECORD
               AT END
                   SET Ledger-File-Eof TO TRUE
           END-READ.

       Add-One-Ledger-Item.
           IF Ar-Customer-Id NOT = Sls-Customer-Id
               SET Ledger-File-Eof TO TRUE
           ELSE
               IF Ar-Item-Open
                   IF Ar-Invoice-Item
                       ADD Ar-Open-Amount TO Open-Ar-Balance
                   ELSE
                       SUBTRACT Ar-Open-Amount FROM Open-Ar-Balance
                   END-IF
               END-IF
               PERFORM Read-Next-Ledger-Item
           END-IF.

      *> The order's lines are one key range; every held line in it
      *> gets the same decision.
       Decide-Held-Order.
           DISPLAY "Enter order number: " WITH NO ADVANCING.
           ACCEPT Wanted-Order-Number.
           MOVE 0 TO Lines-Decided.
           MOVE Wanted-Order-Number TO Sls-Order-Number.
           MOVE 0 TO Sls-Line.
           START Sales-Order-File KEY IS NOT LESS THAN Sls-Order-Key
               INVALID KEY
                   SET Sord-File-Eof TO TRUE
           END-START.
           IF Sord-File-Ok
               PERFORM Read-Next-Order-Line
           END-IF.
           PERFORM Decide-One-Line UNTIL Sord-File-Eof.
           MOVE "00" TO Sord-File-Status.
           IF Lines-Decided = 0
               DISPLAY "Order " Wanted-Order-Number
                   " has no lines on credit hold."
           ELSE
               IF Decision-Release
                   DISPLAY "Order " Wanted-Order-Number " released - "
                       Lines-Decided " line(s)."
               ELSE
                   DISPLAY "Order " Wanted-Order-Number
                       " cancelled - " Lines-Decided " line(s)."
               END-IF
           END-IF.

       Decide-One-Line.
           IF Sls-Order-Number NOT = Wanted-Order-Number
               SET Sord-File-Eof TO TRUE
           ELSE
               IF Sls-Line-Held
                   PERFORM Name-Hold-Reason
                   IF Decision-Release
                       PERFORM Release-One-Line
                   ELSE
                       PERFORM Cancel-One-Line
                   END-IF
                   ADD 1 TO Lines-Decided
               END-IF
               PERFORM Read-Next-Order-Line
           END-IF.

      *> A released line is allocated as entry allocates: what
      *> ITEM-STOCK covers today is promised, the shortfall goes
      *> onto BACKORD. The hold reason and date stay on the line.
       Release-One-Line.
           MOVE Sls-Item-Number TO ITEM-NUMBER.
           MOVE Sls-Warehouse TO ITEM-WAREHOUSE.
           READ Inventory-Master-File
               INVALID KEY
                   MOVE 0 TO ITEM-STOCK
           END-READ.
           IF ITEM-STOCK >= Sls-Qty-Ordered
               MOVE Sls-Qty-Ordered TO Sls-Qty-Allocated
           ELSE
               MOVE ITEM-STOCK TO Sls-Qty-Allocated
               COMPUTE Shortfall-Eaches =
                   Sls-Qty-Ordered - ITEM-STOCK
               PERFORM Write-Backorder-Record
               DISPLAY "Line " Sls-Line " short " Shortfall-Eaches
                   " eaches - backorder captured."
           END-IF.
           SET Sls-Line-Open TO TRUE.
           REWRITE Sales-Order-Record.
           MOVE "Released" TO Maud-Work-New.
           PERFORM Write-Credit-Audit.

       Cancel-One-Line.
           SET Sls-Line-Cancelled TO TRUE.
           REWRITE Sales-Order-Record.
           MOVE "Cancelled" TO Maud-Work-New.
           PERFORM Write-Credit-Audit.

      *> The shortfall goes straight onto the first-come BACKORD
      *> file, referenced to the order line that wanted it, so
      *> GoodsReceipt can release it the day stock arrives.
       Write-Backorder-Record.
           MOVE Sls-Item-Number TO Bo-Item-Number.
           MOVE Sls-Warehouse TO Bo-Warehouse.
           MOVE Shortfall-Eaches TO Bo-Qty-Short.
           MOVE Today-Date TO Bo-Request-Date.
           MOVE SPACES TO Bo-Requester.
           MOVE Sls-Order-Number TO Bo-Requester(1:6).
           MOVE Sls-Line TO Bo-Requester(8:3).
           SET Bo-Open TO TRUE.
           OPEN EXTEND Backorder-File.
           IF Bord-File-Status = "35"
               CLOSE Backorder-File
               OPEN OUTPUT Backorder-File
           END-IF.
           WRITE Backorder-Record.
           CLOSE Backorder-File.

      *> The audit key is the order and line; the old value is the
      *> hold and its reason.
       Write-Credit-Audit.
           MOVE SPACES TO Maud-Work-Key.
           MOVE Sls-Order-Number TO Maud-Work-Key(1:6).
           MOVE "/" TO Maud-Work-Key(7:1).
           MOVE Sls-Line TO Maud-Work-Key(8:3).
           MOVE "Credit Hold" TO Maud-Work-Field.
           MOVE SPACES TO Maud-Work-Old.
           STRING "Held " Hold-Reason-Name
               DELIMITED BY SIZE INTO Maud-Work-Old
           END-STRING.
           PERFORM Write-Maint-Audit.

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

       COPY SIGNON.

       COPY MAUDPROC.
