      *> and shipment confirmation take them from there.
      *> Maintenance History
      *> 2026-09-02: Initial version.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
      *> 2026-10-15: Each line is priced at entry - the customer's
      *> best CUSTPRIC contract price, or the catalog price - and
      *> the price and its source are kept on SALESORD.
      *> 2026-10-15: A line is put on credit hold instead of being
      *> allocated when its order is already held, when the
      *> customer has an invoice more than 60 days past due on
      *> ARLEDGER, or when the open AR balance and open orders
      *> would pass the CUSTMSTR credit limit. CreditReview
      *> releases or cancels held lines.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS Inv-File-Status.

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

           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

           SELECT Ar-Ledger-File ASSIGN TO "ARLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS Ledger-File-Status.

           SELECT Xref-File ASSIGN TO "ITEMXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Xref-File-Status.

           SELECT Operator-Master-File ASSIGN TO "OPRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Security-Log-File ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sec-Log-File-Status.

           SELECT Backorder-File ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bord-File-Status.
       FD  Inventory-Master-File.
       COPY INVREC.

       FD  Customer-Price-File.
       COPY CUSTPRIC.

       FD  Product-Master-File.
       COPY PRODMST.

       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  Ar-Ledger-File.
       COPY ARLEDGER.

       FD  Xref-File.
       COPY ITEMXREF.

       FD  Operator-Master-File.
       COPY OPRMSTR.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       FD  Backorder-File.
       COPY BACKORD.

       01 Inv-File-Status PIC X(02) VALUE "00".
          88 Inv-File-Ok VALUE "00".

       01 Cpl-File-Status PIC X(02) VALUE "00".
          88 Cpl-File-Ok VALUE "00".
          88 Cpl-File-Eof VALUE "10".

       01 Prod-File-Status PIC X(02) VALUE "00".
          88 Prod-File-Ok VALUE "00".

       01 Xref-File-Status PIC X(02) VALUE "00".
          88 Xref-File-Ok VALUE "00".
          88 Xref-File-Eof VALUE "10".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".

       01 Ledger-File-Status PIC X(02) VALUE "00".
          88 Ledger-File-Ok VALUE "00".
          88 Ledger-File-Eof VALUE "10".

       01 Customer-File-Switch PIC X(01) VALUE "N".
          88 Customer-File-On-File VALUE "Y".
       01 Ledger-Switch PIC X(01) VALUE "N".
          88 Ledger-On-File VALUE "Y".

       01 Price-List-Switch PIC X(01) VALUE "N".
          88 Price-List-On-File VALUE "Y".
       01 Catalog-Switch PIC X(01) VALUE "N".
          88 Catalog-On-File VALUE "Y".

       01 Linked-Product-Code PIC 9(05).
       01 Catalog-Price-Switch PIC X(01).
          88 Catalog-Price-Found VALUE "Y".
       01 Catalog-Unit-Price PIC 9(07)V99.
       01 Contract-Price-Switch PIC X(01).
          88 Contract-Price-Usable VALUE "Y".
       01 Contract-Unit-Price PIC 9(07)V99.
       01 Price-Display PIC Z,ZZZ,ZZ9.99.
       01 Price-Source-Name PIC X(10).

      *> The keyed line is set aside while the order file is read
      *> through for the customer's open orders.
       01 Entered-Order-Line PIC X(67).
       01 Credit-Customer-Id PIC 9(05).
       01 Credit-Order-Number PIC 9(06).
       01 Order-Held-Switch PIC X(01).
          88 Order-Already-Held VALUE "Y".
       01 Credit-Limit PIC 9(07).
       01 Open-Ar-Balance PIC S9(09)V99.
       01 Open-Order-Value PIC 9(11)V99.
       01 Credit-Exposure PIC S9(11)V99.
       01 Past-Due-Items PIC 9(05).
       01 Past-Due-Cutoff PIC 9(08).
       01 Past-Due-Days PIC 9(03) VALUE 60.
       01 Cutoff-Day-Sub PIC 9(03).
       01 Exposure-Display PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 Limit-Display PIC Z,ZZZ,ZZ9.

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

       01 Menu-Choice PIC X(01).
          88 Menu-Enter VALUE "E" "e".
          88 Menu-Inquire VALUE "I" "i".
       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "P" TO Signon-Function-Letter.
           MOVE "SalesOrderEntry" TO Signon-Program-Id.
           PERFORM Operator-Sign-On.
           PERFORM Read-Business-Date.
           OPEN I-O Sales-Order-File.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Customer-Price-File.
           IF Cpl-File-Ok
               SET Price-List-On-File TO TRUE
           END-IF.
           OPEN INPUT Product-Master-File.
           IF Prod-File-Ok
               SET Catalog-On-File TO TRUE
           END-IF.
           OPEN INPUT Customer-Master-File.
           IF Cust-File-Ok
               SET Customer-File-On-File TO TRUE
           END-IF.
           OPEN INPUT Ar-Ledger-File.
           IF Ledger-File-Ok
               SET Ledger-On-File TO TRUE
           END-IF.
           MOVE Today-Date TO Walk-Date.
           PERFORM Back-One-Day
               VARYING Cutoff-Day-Sub FROM 1 BY 1
               UNTIL Cutoff-Day-Sub > Past-Due-Days.
           MOVE Walk-Date TO Past-Due-Cutoff.
           PERFORM Run-Menu UNTIL Menu-Quit.
           CLOSE Sales-Order-File.
           CLOSE Inventory-Master-File.
           IF Price-List-On-File
               CLOSE Customer-Price-File
           END-IF.
           IF Catalog-On-File
               CLOSE Product-Master-File
           END-IF.
           IF Customer-File-On-File
               CLOSE Customer-Master-File
           END-IF.
           IF Ledger-On-File
               CLOSE Ar-Ledger-File
           END-IF.
           DISPLAY "Goodbye.".
           STOP RUN.

           IF Inv-File-Ok
               PERFORM Convert-Quantity-To-Eaches
               MOVE Quantity-In-Eaches TO Sls-Qty-Ordered
               PERFORM Price-Order-Line
               MOVE 0 TO Sls-Qty-Shipped
               PERFORM Check-Customer-Credit
               IF Sls-Hold-Reason = SPACE
                   PERFORM Allocate-Order-Line
               ELSE
                   PERFORM Hold-Order-Line
               END-IF
           END-IF.

       Allocate-Order-Line.
           IF ITEM-STOCK >= Quantity-In-Eaches
               MOVE Quantity-In-Eaches TO Sls-Qty-Allocated
           ELSE
               MOVE ITEM-STOCK TO Sls-Qty-Allocated
               COMPUTE Shortfall-Eaches =
                   Quantity-In-Eaches - ITEM-STOCK
               PERFORM Write-Backorder-Record
               DISPLAY "Short " Shortfall-Eaches
                   " eaches - backorder captured."
           END-IF.
           SET Sls-Line-Open TO TRUE.
           WRITE Sales-Order-Record
               INVALID KEY
                   DISPLAY "Order line already exists: "
                       Sls-Order-Number "/" Sls-Line
               NOT INVALID KEY
                   DISPLAY "Line entered - allocated "
                       Sls-Qty-Allocated " of "
                       Sls-Qty-Ordered " eaches."
                   PERFORM Display-Line-Price
           END-WRITE.

      *> A held line promises nothing and captures no backorder;
      *> CreditReview allocates it if the hold is released.
       Hold-Order-Line.
           MOVE 0 TO Sls-Qty-Allocated.
           SET Sls-Line-Held TO TRUE.
           MOVE Today-Date TO Sls-Hold-Date.
           WRITE Sales-Order-Record
               INVALID KEY
                   DISPLAY "Order line already exists: "
                       Sls-Order-Number "/" Sls-Line
               NOT INVALID KEY
                   DISPLAY "Line entered on CREDIT HOLD - nothing"
                       " allocated."
                   PERFORM Display-Hold-Reason
                   PERFORM Display-Line-Price
           END-WRITE.

      *> An order goes on credit hold before anything is allocated
      *> when another of its lines is already held, when the
      *> customer has an invoice more than 60 days past its due
      *> date, or when the open AR balance plus the open order
      *> value, this line included, would pass the customer's
      *> credit limit. A customer with no limit set is held only
      *> for past-due items. Credit memos and unapplied cash on
      *> account count against the balance.
       Check-Customer-Credit.
           MOVE SPACE TO Sls-Hold-Reason.
           MOVE 0 TO Sls-Hold-Date.
           MOVE Sls-Customer-Id TO Credit-Customer-Id.
           MOVE Sls-Order-Number TO Credit-Order-Number.
           MOVE Sales-Order-Record TO Entered-Order-Line.
           PERFORM Total-Open-Orders.
           MOVE Entered-Order-Line TO Sales-Order-Record.
           IF Sls-Price-Catalog OR Sls-Price-Contract
               COMPUTE Open-Order-Value = Open-Order-Value
                   + Sls-Qty-Ordered * Sls-Unit-Price
           END-IF.
           PERFORM Total-Open-Receivables.
           PERFORM Read-Credit-Limit.
           COMPUTE Credit-Exposure = Open-Ar-Balance
               + Open-Order-Value.
           EVALUATE TRUE
               WHEN Order-Already-Held
                   SET Sls-Hold-Order-Held TO TRUE
               WHEN Past-Due-Items > 0
                   SET Sls-Hold-Past-Due TO TRUE
               WHEN Credit-Limit > 0
                   AND Credit-Exposure > Credit-Limit
                   SET Sls-Hold-Over-Limit TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Open order value is what is still to ship on the
      *> customer's open lines at their entered prices; a line
      *> entered before prices were kept adds nothing.
       Total-Open-Orders.
           MOVE 0 TO Open-Order-Value.
           MOVE "N" TO Order-Held-Switch.
           MOVE LOW-VALUES TO Sls-Order-Key.
           START Sales-Order-File KEY IS GREATER THAN Sls-Order-Key
               INVALID KEY
                   SET Sord-File-Eof TO TRUE
           END-START.
           IF Sord-File-Ok
               PERFORM Read-Next-Order-Line
           END-IF.
           PERFORM Add-One-Open-Line UNTIL Sord-File-Eof.
           MOVE "00" TO Sord-File-Status.

       Add-One-Open-Line.
           IF Sls-Order-Number = Credit-Order-Number
               AND Sls-Line-Held
               SET Order-Already-Held TO TRUE
           END-IF.
           IF Sls-Customer-Id = Credit-Customer-Id
               AND Sls-Line-Open
               AND (Sls-Price-Catalog OR Sls-Price-Contract)
               AND Sls-Qty-Ordered > Sls-Qty-Shipped
               COMPUTE Open-Order-Value = Open-Order-Value
                   + (Sls-Qty-Ordered - Sls-Qty-Shipped)
                   * Sls-Unit-Price
           END-IF.
           PERFORM Read-Next-Order-Line.

      *> The customer's ledger items are one key range.
       Total-Open-Receivables.
           MOVE 0 TO Open-Ar-Balance.
           MOVE 0 TO Past-Due-Items.
           IF Ledger-On-File
               MOVE Credit-Customer-Id TO Ar-Customer-Id
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
           IF Ar-Customer-Id NOT = Credit-Customer-Id
               SET Ledger-File-Eof TO TRUE
           ELSE
               IF Ar-Item-Open
                   IF Ar-Invoice-Item
                       ADD Ar-Open-Amount TO Open-Ar-Balance
                       IF Ar-Open-Amount > 0
                           AND Ar-Due-Date < Past-Due-Cutoff
                           ADD 1 TO Past-Due-Items
                       END-IF
                   ELSE
                       SUBTRACT Ar-Open-Amount FROM Open-Ar-Balance
                   END-IF
               END-IF
               PERFORM Read-Next-Ledger-Item
           END-IF.

      *> Spaces on a customer record from before the limit was
      *> kept read as no limit.
       Read-Credit-Limit.
           MOVE 0 TO Credit-Limit.
           IF Customer-File-On-File
               MOVE Credit-Customer-Id TO CUSTOMER-ID
               READ Customer-Master-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUSTOMER-CREDIT-LIMIT IS NUMERIC
                           MOVE CUSTOMER-CREDIT-LIMIT TO Credit-Limit
                       END-IF
               END-READ
           END-IF.

       Display-Hold-Reason.
           EVALUATE TRUE
               WHEN Sls-Hold-Order-Held
                   DISPLAY "  Order " Sls-Order-Number
                       " is already on credit hold."
               WHEN Sls-Hold-Past-Due
                   DISPLAY "  Customer " Sls-Customer-Id " has "
                       Past-Due-Items " item(s) over "
                       Past-Due-Days " days past due."
               WHEN Sls-Hold-Over-Limit
                   MOVE Credit-Exposure TO Exposure-Display
                   MOVE Credit-Limit TO Limit-Display
                   DISPLAY "  AR balance and open orders "
                       Exposure-Display " over limit " Limit-Display
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The line is priced at entry, by the each. The catalog
      *> price is the PROD-PRICE of the item's ITEMXREF product -
      *> the pending price once its date has come. A CUSTPRIC
      *> contract price applies when it is for this customer and
      *> item, in effect today, and the line reaches its quantity
      *> break; the lowest contract price that applies is the
      *> line's price, and the catalog price only when none does.
      *> A percentage off needs a catalog price to come off. A line
      *> with neither is left unpriced for invoicing to price.
       Price-Order-Line.
           PERFORM Find-Catalog-Price.
           MOVE Catalog-Unit-Price TO Sls-Unit-Price.
           IF Catalog-Price-Found
               SET Sls-Price-Catalog TO TRUE
           ELSE
               MOVE SPACE TO Sls-Price-Source
           END-IF.
           IF Price-List-On-File
               PERFORM Find-Best-Contract-Price
           END-IF.

       Find-Catalog-Price.
           MOVE 0 TO Catalog-Unit-Price.
           MOVE "N" TO Catalog-Price-Switch.
           MOVE 0 TO Linked-Product-Code.
           OPEN INPUT Xref-File.
           IF Xref-File-Ok
               PERFORM Read-Next-Xref
               PERFORM Check-One-Xref
                   UNTIL Xref-File-Eof
                   OR Linked-Product-Code > 0
               CLOSE Xref-File
           END-IF.
           IF Linked-Product-Code > 0 AND Catalog-On-File
               MOVE Linked-Product-Code TO Prod-Code
               READ Product-Master-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Catalog-Price-Found TO TRUE
                       MOVE Prod-Price TO Catalog-Unit-Price
                       IF Prod-Price-Eff-Date > 0
                           AND Prod-Price-Eff-Date <= Today-Date
                           MOVE Prod-Pending-Price
                               TO Catalog-Unit-Price
                       END-IF
               END-READ
           END-IF.

       Read-Next-Xref.
           READ Xref-File
               AT END
                   SET Xref-File-Eof TO TRUE
           END-READ.

       Check-One-Xref.
           IF Xref-Item-Number = Sls-Item-Number
               MOVE Xref-Product-Code TO Linked-Product-Code
           ELSE
               PERFORM Read-Next-Xref
           END-IF.

      *> The customer's prices for the item are one key range:
      *> every quantity break and every period.
       Find-Best-Contract-Price.
           MOVE Sls-Customer-Id TO Cpl-Customer-Id.
           MOVE Sls-Item-Number TO Cpl-Item-Number.
           MOVE 0 TO Cpl-Break-Qty.
           MOVE 0 TO Cpl-Eff-From-Date.
           START Customer-Price-File KEY IS NOT LESS THAN Cpl-Key
               INVALID KEY
                   SET Cpl-File-Eof TO TRUE
           END-START.
           IF Cpl-File-Ok
               PERFORM Read-Next-Contract-Price
               PERFORM Check-One-Contract-Price UNTIL Cpl-File-Eof
           END-IF.
           MOVE "00" TO Cpl-File-Status.

       Read-Next-Contract-Price.
           READ Customer-Price-File NEXT RECORD
               AT END
                   SET Cpl-File-Eof TO TRUE
           END-READ.

       Check-One-Contract-Price.
           IF Cpl-Customer-Id NOT = Sls-Customer-Id
               OR Cpl-Item-Number NOT = Sls-Item-Number
               SET Cpl-File-Eof TO TRUE
           ELSE
               IF Cpl-Break-Qty <= Sls-Qty-Ordered
                   AND Cpl-Eff-From-Date <= Today-Date
                   AND (Cpl-Eff-To-Date = 0
                       OR Cpl-Eff-To-Date >= Today-Date)
                   PERFORM Weigh-Contract-Price
               END-IF
               PERFORM Read-Next-Contract-Price
           END-IF.

       Weigh-Contract-Price.
           MOVE "Y" TO Contract-Price-Switch.
           IF Cpl-Fixed-Price
               MOVE Cpl-Price TO Contract-Unit-Price
           ELSE
               IF Catalog-Price-Found
                   COMPUTE Contract-Unit-Price ROUNDED =
                       Catalog-Unit-Price
                       * (100 - Cpl-Discount-Pct) / 100
               ELSE
                   MOVE "N" TO Contract-Price-Switch
               END-IF
           END-IF.
           IF Contract-Price-Usable
               AND (NOT Sls-Price-Contract
                   OR Contract-Unit-Price < Sls-Unit-Price)
               MOVE Contract-Unit-Price TO Sls-Unit-Price
               SET Sls-Price-Contract TO TRUE
           END-IF.

      *> The shortfall goes straight onto the first-come BACKORD
               ACCEPT Today-Date FROM DATE YYYYMMDD
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

       Convert-Quantity-To-Eaches.
           IF Entered-Uom-Case
               COMPUTE Quantity-In-Eaches =
               " allocated " Sls-Qty-Allocated
               " shipped " Sls-Qty-Shipped
               " status " Sls-Status.
           IF Sls-Line-Held
               DISPLAY "  On credit hold since " Sls-Hold-Date
                   " reason " Sls-Hold-Reason
           END-IF.
           PERFORM Display-Line-Price.

       Display-Line-Price.
           EVALUATE TRUE
               WHEN Sls-Price-Contract
                   MOVE "(contract)" TO Price-Source-Name
               WHEN Sls-Price-Catalog
                   MOVE "(catalog)" TO Price-Source-Name
               WHEN OTHER
                   MOVE SPACES TO Price-Source-Name
           END-EVALUATE.
           IF Price-Source-Name = SPACES
               DISPLAY "  Not priced at entry."
           ELSE
               MOVE Sls-Unit-Price TO Price-Display
               DISPLAY "  Unit price " Price-Display " "
                   Price-Source-Name
           END-IF.

       List-Open-Lines.
           MOVE LOW-VALUES TO Sls-Order-Key.
