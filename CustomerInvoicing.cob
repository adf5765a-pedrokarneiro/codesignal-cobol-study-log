       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerInvoicing.
      *> CustomerInvoicing bills what left the building: it picks up
      *> the day's shipments ShipmentConfirm journaled to INVJRNL
      *> (reason "SHP", referenced to the SALESORD order and line),
      *> prices each order line through its ITEMXREF product at the
      *> PROD-PRICE in effect on the ship date, and writes one
      *> invoice per sales order to the INVOICES file - a header and
      *> its lines - printing each invoice to INVPRINT addressed
      *> from CUSTMSTR. The price in effect is the pending price
      *> once its date has come even if ProductMaintenance has not
      *> applied it yet, and the old price of any PRCHIST change
      *> that only took effect after the ship date. Whatever the
      *> INVOICES file already holds for the day's shipments is
      *> netted off first, so a rerun bills only what is left; a
      *> line that cannot be priced is held back and listed, and
      *> InvoiceExceptionReport keeps shipped against invoiced
      *> honest.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: A line SalesOrderEntry priced from the
      *> customer's CUSTPRIC contract price list is billed at that
      *> contract price instead of the catalog price.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Movement-Journal-File ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Invoice-File ASSIGN TO "INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ivc-File-Status.

           SELECT Sales-Order-File ASSIGN TO "SALESORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLS-ORDER-KEY
               FILE STATUS IS Sord-File-Status.

           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

           SELECT Product-Master-File ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS Prod-File-Status.

           SELECT Xref-File ASSIGN TO "ITEMXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Xref-File-Status.

           SELECT Price-History-File ASSIGN TO "PRCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prch-File-Status.

           SELECT Invoice-Print-File ASSIGN TO "INVPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Print-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Movement-Journal-File.
       COPY INVJRNL.

       FD  Invoice-File.
       COPY INVOICE.

       FD  Sales-Order-File.
       COPY SORDREC.

       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  Product-Master-File.
       COPY PRODMST.

       FD  Xref-File.
       COPY ITEMXREF.

       FD  Price-History-File.
       COPY PRCHIST.

       FD  Invoice-Print-File.
       01 Invoice-Print-Record PIC X(80).

       FD  Run-Control-File.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 Jrnl-File-Status PIC X(02) VALUE "00".
          88 Jrnl-File-Ok VALUE "00".
          88 Jrnl-File-Eof VALUE "10".

       01 Ivc-File-Status PIC X(02) VALUE "00".
          88 Ivc-File-Ok VALUE "00".
          88 Ivc-File-Eof VALUE "10".

       01 Sord-File-Status PIC X(02) VALUE "00".
          88 Sord-File-Ok VALUE "00".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".

       01 Prod-File-Status PIC X(02) VALUE "00".
          88 Prod-File-Ok VALUE "00".

       01 Xref-File-Status PIC X(02) VALUE "00".
          88 Xref-File-Ok VALUE "00".
          88 Xref-File-Eof VALUE "10".

       01 Prch-File-Status PIC X(02) VALUE "00".
          88 Prch-File-Ok VALUE "00".
          88 Prch-File-Eof VALUE "10".

       01 Print-File-Status PIC X(02) VALUE "00".
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Today-Date PIC 9(08).

       01 Max-Xref-Entries PIC 9(03) VALUE 200.
       01 Xref-Entry-Count PIC 9(03) VALUE 0.
       01 Xref-Sub PIC 9(03).
       01 Xref-Table.
           05 Xref-Entry OCCURS 200 TIMES.
              10 Tbl-Xref-Item      PIC 9(09).
              10 Tbl-Xref-Product   PIC 9(05).

      *> Only price changes that took effect after the ship date
      *> can matter: the price on the ship date is the old price of
      *> the earliest of them.
       01 Max-Change-Entries PIC 9(03) VALUE 200.
       01 Change-Entry-Count PIC 9(03) VALUE 0.
       01 Change-Sub PIC 9(03).
       01 Change-Table.
           05 Change-Entry OCCURS 200 TIMES.
              10 Tbl-Chg-Product    PIC 9(05).
              10 Tbl-Chg-Old-Price  PIC 9(07)V99.
              10 Tbl-Chg-Eff-Date   PIC 9(08).
       01 Earliest-Change-Date PIC 9(08).

      *> One entry per order line shipped today, with what was
      *> shipped, what INVOICES already billed for it today, and
      *> once priced what is left to bill.
       01 Max-Ship-Entries PIC 9(03) VALUE 500.
       01 Ship-Entry-Count PIC 9(03) VALUE 0.
       01 Ship-Sub PIC 9(03).
       01 Line-Sub PIC 9(03).
       01 Ship-Table.
           05 Ship-Entry OCCURS 500 TIMES.
              10 Tbl-Ship-Order     PIC 9(06).
              10 Tbl-Ship-Line      PIC 9(03).
              10 Tbl-Shipped-Qty    PIC 9(07).
              10 Tbl-Invoiced-Qty   PIC 9(07).
              10 Tbl-Bill-Qty       PIC 9(07).
              10 Tbl-Customer       PIC 9(05).
              10 Tbl-Item           PIC 9(09).
              10 Tbl-Product        PIC 9(05).
              10 Tbl-Product-Name   PIC A(20).
              10 Tbl-Unit-Price     PIC 9(07)V99.
              10 Tbl-Line-Amount    PIC S9(9)V99.
              10 Tbl-Line-State     PIC X(01).
                 88 Tbl-Line-Billable VALUE "B".
                 88 Tbl-Line-Held VALUE "H".
                 88 Tbl-Line-Settled VALUE "S".
                 88 Tbl-Line-Billed VALUE "D".
       01 Ship-Found-Switch PIC X(01) VALUE "N".
          88 Ship-Is-Found VALUE "Y".
       01 Ref-Order-Number PIC 9(06).
       01 Ref-Line PIC 9(03).
       01 Shipped-Eaches PIC 9(07).

       01 Linked-Product-Code PIC 9(05).
       01 Ship-Unit-Price PIC 9(07)V99.
       01 Highest-Invoice-Number PIC 9(07) VALUE 0.
       01 Billing-Order PIC 9(06).
       01 Billing-Customer PIC 9(05).
       01 Invoice-Total PIC S9(9)V99.
       01 Invoice-Line-Count PIC 9(03).

       01 Invoices-Written PIC 9(05) VALUE 0.
       01 Lines-Invoiced PIC 9(05) VALUE 0.
       01 Lines-Held PIC 9(05) VALUE 0.
       01 Lines-Not-Loaded PIC 9(05) VALUE 0.
       01 Customers-Not-On-File PIC 9(05) VALUE 0.
       01 Total-Billed PIC S9(11)V99 VALUE 0.
       01 Display-Amount PIC -ZZZ,ZZZ,ZZ9.99.

       01 Invoice-Work-Line PIC X(80).

       01 Invoice-Heading-Line.
           05 FILLER            PIC X(20) VALUE "INVOICE".
           05 FILLER            PIC X(04) VALUE "NO. ".
           05 Ihd-Number        PIC 9(07).
           05 FILLER            PIC X(08) VALUE "   DATE ".
           05 Ihd-Date          PIC 9(08).

       01 Invoice-Name-Line.
           05 Inm-First         PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Inm-Last          PIC X(20).

       01 Invoice-City-Line.
           05 Ict-City          PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Ict-State         PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Ict-Zip           PIC X(05).

       01 Invoice-Order-Line.
           05 FILLER            PIC X(10) VALUE "CUSTOMER ".
           05 Iol-Customer      PIC 9(05).
           05 FILLER            PIC X(10) VALUE "   ORDER ".
           05 Iol-Order         PIC 9(06).

       01 Invoice-Column-Line.
           05 FILLER            PIC X(05) VALUE "LINE".
           05 FILLER            PIC X(11) VALUE "ITEM".
           05 FILLER            PIC X(21) VALUE "PRODUCT".
           05 FILLER            PIC X(09) VALUE "      QTY".
           05 FILLER            PIC X(12) VALUE "  UNIT PRICE".
           05 FILLER            PIC X(15) VALUE "         AMOUNT".

       01 Invoice-Detail-Line.
           05 Idt-Line          PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 Idt-Item          PIC 9(09).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 Idt-Product-Name  PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Idt-Qty           PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 Idt-Unit-Price    PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Idt-Amount        PIC -ZZ,ZZZ,ZZ9.99.

       01 Invoice-Total-Line.
           05 FILLER            PIC X(39) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "INVOICE TOTAL".
           05 Itl-Amount        PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Read-Business-Date.
           DISPLAY "===== Customer Invoicing =====".
           PERFORM Load-Xref-Table.
           PERFORM Load-Later-Price-Changes.
           PERFORM Load-Day-Shipments.
           IF Ship-Entry-Count = 0
               DISPLAY "No shipments journaled for " Today-Date
                   " - nothing to invoice."
               STOP RUN
           END-IF.
           PERFORM Net-Earlier-Invoices.
           OPEN INPUT Sales-Order-File.
           IF Sord-File-Status = "35"
               DISPLAY "No SALESORD sales-order file found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Customer-Master-File.
           OPEN INPUT Product-Master-File.
           PERFORM Price-One-Shipment
               VARYING Ship-Sub FROM 1 BY 1
               UNTIL Ship-Sub > Ship-Entry-Count.
           CLOSE Sales-Order-File.
           CLOSE Product-Master-File.
           OPEN EXTEND Invoice-File.
           IF Ivc-File-Status = "35"
               CLOSE Invoice-File
               OPEN OUTPUT Invoice-File
           END-IF.
           OPEN OUTPUT Invoice-Print-File.
           PERFORM Bill-Next-Order
               VARYING Ship-Sub FROM 1 BY 1
               UNTIL Ship-Sub > Ship-Entry-Count.
           CLOSE Invoice-File.
           CLOSE Invoice-Print-File.
           CLOSE Customer-Master-File.
           MOVE Total-Billed TO Display-Amount.
           DISPLAY "Invoices written: " Invoices-Written.
           DISPLAY "Order lines invoiced: " Lines-Invoiced.
           DISPLAY "Amount invoiced: " Display-Amount.
           DISPLAY "Order lines held back: " Lines-Held.
           IF Lines-Not-Loaded > 0
               DISPLAY "Shipments beyond the day's table, not"
                   " invoiced: " Lines-Not-Loaded
           END-IF.
           IF Customers-Not-On-File > 0
               DISPLAY "Invoices with no CUSTMSTR address: "
                   Customers-Not-On-File
           END-IF.
           IF Lines-Held > 0 OR Lines-Not-Loaded > 0
               OR Customers-Not-On-File > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

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

       Load-Later-Price-Changes.
           MOVE 0 TO Change-Entry-Count.
           OPEN INPUT Price-History-File.
           IF Prch-File-Ok
               PERFORM Read-Next-Price-Change
               PERFORM Store-One-Price-Change
                   UNTIL Prch-File-Eof
                   OR Change-Entry-Count = Max-Change-Entries
               CLOSE Price-History-File
           END-IF.

       Read-Next-Price-Change.
           READ Price-History-File
               AT END
                   SET Prch-File-Eof TO TRUE
           END-READ.

       Store-One-Price-Change.
           IF Prch-Effective-Date > Today-Date
               ADD 1 TO Change-Entry-Count
               MOVE Prch-Product-Code
                   TO Tbl-Chg-Product(Change-Entry-Count)
               MOVE Prch-Old-Price
                   TO Tbl-Chg-Old-Price(Change-Entry-Count)
               MOVE Prch-Effective-Date
                   TO Tbl-Chg-Eff-Date(Change-Entry-Count)
           END-IF.
           PERFORM Read-Next-Price-Change.

      *> Today's "SHP" movements, summed per order line; the journal
      *> carries a shipment as a negative movement.
       Load-Day-Shipments.
           MOVE 0 TO Ship-Entry-Count.
           OPEN INPUT Movement-Journal-File.
           IF Jrnl-File-Ok
               PERFORM Read-Next-Journal-Entry
               PERFORM Load-One-Shipment UNTIL Jrnl-File-Eof
               CLOSE Movement-Journal-File
           END-IF.

       Read-Next-Journal-Entry.
           READ Movement-Journal-File
               AT END
                   SET Jrnl-File-Eof TO TRUE
           END-READ.

       Load-One-Shipment.
           IF Mvj-Reason-Code = "SHP"
               AND Mvj-Move-Date = Today-Date
               AND Mvj-Reference(1:6) IS NUMERIC
               AND Mvj-Reference(8:3) IS NUMERIC
               MOVE Mvj-Reference(1:6) TO Ref-Order-Number
               MOVE Mvj-Reference(8:3) TO Ref-Line
               COMPUTE Shipped-Eaches = 0 - Mvj-Qty-Eaches
               PERFORM Find-Ship-Entry
               IF Ship-Is-Found
                   ADD Shipped-Eaches TO Tbl-Shipped-Qty(Ship-Sub)
               ELSE
                   IF Ship-Entry-Count < Max-Ship-Entries
                       PERFORM Add-Ship-Entry
                   ELSE
                       ADD 1 TO Lines-Not-Loaded
                       DISPLAY "Shipment table full - order "
                           Ref-Order-Number "/" Ref-Line
                           " not invoiced."
                   END-IF
               END-IF
           END-IF.
           PERFORM Read-Next-Journal-Entry.

       Find-Ship-Entry.
           MOVE "N" TO Ship-Found-Switch.
           PERFORM Check-One-Ship-Entry
               VARYING Ship-Sub FROM 1 BY 1
               UNTIL Ship-Sub > Ship-Entry-Count
               OR Ship-Is-Found.
           IF Ship-Is-Found
               SUBTRACT 1 FROM Ship-Sub
           END-IF.

       Check-One-Ship-Entry.
           IF Tbl-Ship-Order(Ship-Sub) = Ref-Order-Number
               AND Tbl-Ship-Line(Ship-Sub) = Ref-Line
               SET Ship-Is-Found TO TRUE
           END-IF.

       Add-Ship-Entry.
           ADD 1 TO Ship-Entry-Count.
           MOVE Ref-Order-Number TO Tbl-Ship-Order(Ship-Entry-Count).
           MOVE Ref-Line TO Tbl-Ship-Line(Ship-Entry-Count).
           MOVE Shipped-Eaches TO Tbl-Shipped-Qty(Ship-Entry-Count).
           MOVE 0 TO Tbl-Invoiced-Qty(Ship-Entry-Count).
           MOVE 0 TO Tbl-Bill-Qty(Ship-Entry-Count).
           MOVE Mvj-Item-Number TO Tbl-Item(Ship-Entry-Count).
           MOVE SPACE TO Tbl-Line-State(Ship-Entry-Count).

      *> One pass over INVOICES finds the last invoice number used
      *> and what has already been billed against today's
      *> shipments, so a second run the same day bills only the
      *> difference.
       Net-Earlier-Invoices.
           OPEN INPUT Invoice-File.
           IF Ivc-File-Ok
               PERFORM Read-Next-Invoice-Record
               PERFORM Net-One-Invoice-Record UNTIL Ivc-File-Eof
               CLOSE Invoice-File
           END-IF.
           MOVE "00" TO Ivc-File-Status.

       Read-Next-Invoice-Record.
           READ Invoice-File
               AT END
                   SET Ivc-File-Eof TO TRUE
           END-READ.

       Net-One-Invoice-Record.
           IF Ivc-Invoice-Number > Highest-Invoice-Number
               MOVE Ivc-Invoice-Number TO Highest-Invoice-Number
           END-IF.
           IF Ivc-Line AND Ivc-Ship-Date = Today-Date
               MOVE Ivc-Line-Order TO Ref-Order-Number
               MOVE Ivc-Line-Number TO Ref-Line
               PERFORM Find-Ship-Entry
               IF Ship-Is-Found
                   ADD Ivc-Qty-Billed TO Tbl-Invoiced-Qty(Ship-Sub)
               END-IF
           END-IF.
           PERFORM Read-Next-Invoice-Record.

      *> What is left to bill on the line is priced now; a line
      *> whose order line, product link or product is missing is
      *> held back for the exception report rather than guessed at.
       Price-One-Shipment.
           IF Tbl-Shipped-Qty(Ship-Sub) > Tbl-Invoiced-Qty(Ship-Sub)
               COMPUTE Tbl-Bill-Qty(Ship-Sub) =
                   Tbl-Shipped-Qty(Ship-Sub)
                   - Tbl-Invoiced-Qty(Ship-Sub)
               PERFORM Price-Order-Line
           ELSE
               SET Tbl-Line-Settled(Ship-Sub) TO TRUE
           END-IF.

       Price-Order-Line.
           SET Tbl-Line-Billable(Ship-Sub) TO TRUE.
           MOVE Tbl-Ship-Order(Ship-Sub) TO Sls-Order-Number.
           MOVE Tbl-Ship-Line(Ship-Sub) TO Sls-Line.
           READ Sales-Order-File
               INVALID KEY
                   SET Tbl-Line-Held(Ship-Sub) TO TRUE
                   DISPLAY "No order line " Tbl-Ship-Order(Ship-Sub)
                       "/" Tbl-Ship-Line(Ship-Sub)
                       " - not invoiced."
           END-READ.
           IF Tbl-Line-Billable(Ship-Sub)
               MOVE Sls-Customer-Id TO Tbl-Customer(Ship-Sub)
               MOVE Sls-Item-Number TO Tbl-Item(Ship-Sub)
               PERFORM Find-Linked-Product
           END-IF.
           IF Tbl-Line-Billable(Ship-Sub)
               MOVE Linked-Product-Code TO Prod-Code
               READ Product-Master-File
                   INVALID KEY
                       SET Tbl-Line-Held(Ship-Sub) TO TRUE
                       DISPLAY "No product " Linked-Product-Code
                           " for order line "
                           Tbl-Ship-Order(Ship-Sub) "/"
                           Tbl-Ship-Line(Ship-Sub)
                           " - not invoiced."
               END-READ
           END-IF.
           IF Tbl-Line-Billable(Ship-Sub)
               PERFORM Price-At-Ship-Date
               IF Sls-Price-Contract
                   MOVE Sls-Unit-Price TO Ship-Unit-Price
               END-IF
               MOVE Prod-Code TO Tbl-Product(Ship-Sub)
               MOVE Prod-Name TO Tbl-Product-Name(Ship-Sub)
               MOVE Ship-Unit-Price TO Tbl-Unit-Price(Ship-Sub)
               COMPUTE Tbl-Line-Amount(Ship-Sub) ROUNDED =
                   Tbl-Bill-Qty(Ship-Sub) * Ship-Unit-Price
           ELSE
               ADD 1 TO Lines-Held
           END-IF.

       Find-Linked-Product.
           MOVE 0 TO Linked-Product-Code.
           PERFORM Check-One-Xref
               VARYING Xref-Sub FROM 1 BY 1
               UNTIL Xref-Sub > Xref-Entry-Count.
           IF Linked-Product-Code = 0
               SET Tbl-Line-Held(Ship-Sub) TO TRUE
               DISPLAY "No ITEMXREF product for item "
                   Tbl-Item(Ship-Sub) " - order line "
                   Tbl-Ship-Order(Ship-Sub) "/"
                   Tbl-Ship-Line(Ship-Sub) " not invoiced."
           END-IF.

       Check-One-Xref.
           IF Tbl-Xref-Item(Xref-Sub) = Tbl-Item(Ship-Sub)
               MOVE Tbl-Xref-Product(Xref-Sub)
                   TO Linked-Product-Code
           END-IF.

      *> The ship date is today. A pending price whose date has come
      *> is the price even before ProductMaintenance applies it; a
      *> change that only took effect after today means today's
      *> price was that change's old price.
       Price-At-Ship-Date.
           MOVE Prod-Price TO Ship-Unit-Price.
           IF Prod-Price-Eff-Date > 0
               AND Prod-Price-Eff-Date <= Today-Date
               MOVE Prod-Pending-Price TO Ship-Unit-Price
           END-IF.
           MOVE 99999999 TO Earliest-Change-Date.
           PERFORM Check-One-Later-Change
               VARYING Change-Sub FROM 1 BY 1
               UNTIL Change-Sub > Change-Entry-Count.

       Check-One-Later-Change.
           IF Tbl-Chg-Product(Change-Sub) = Prod-Code
               AND Tbl-Chg-Eff-Date(Change-Sub) < Earliest-Change-Date
               MOVE Tbl-Chg-Eff-Date(Change-Sub)
                   TO Earliest-Change-Date
               MOVE Tbl-Chg-Old-Price(Change-Sub) TO Ship-Unit-Price
           END-IF.

      *> The first billable line of an order starts its invoice; the
      *> rest of the order's billable lines join it, so one
      *> invoice covers the order's shipments for the day.
       Bill-Next-Order.
           IF Tbl-Line-Billable(Ship-Sub)
               PERFORM Bill-One-Order
           END-IF.

       Bill-One-Order.
           MOVE Tbl-Ship-Order(Ship-Sub) TO Billing-Order.
           MOVE Tbl-Customer(Ship-Sub) TO Billing-Customer.
           MOVE 0 TO Invoice-Total.
           MOVE 0 TO Invoice-Line-Count.
           PERFORM Total-One-Order-Line
               VARYING Line-Sub FROM Ship-Sub BY 1
               UNTIL Line-Sub > Ship-Entry-Count.
           ADD 1 TO Highest-Invoice-Number.
           MOVE SPACES TO Customer-Invoice-Record.
           SET Ivc-Header TO TRUE.
           MOVE Highest-Invoice-Number TO Ivc-Invoice-Number.
           MOVE Billing-Customer TO Ivc-Customer-Id.
           MOVE Billing-Order TO Ivc-Order-Number.
           MOVE Today-Date TO Ivc-Invoice-Date.
           MOVE Invoice-Total TO Ivc-Invoice-Total.
           MOVE Invoice-Line-Count TO Ivc-Line-Count.
           WRITE Customer-Invoice-Record.
           PERFORM Print-Invoice-Heading.
           PERFORM Write-One-Order-Line
               VARYING Line-Sub FROM Ship-Sub BY 1
               UNTIL Line-Sub > Ship-Entry-Count.
           PERFORM Print-Invoice-Total.
           ADD 1 TO Invoices-Written.
           ADD Invoice-Total TO Total-Billed.

       Total-One-Order-Line.
           IF Tbl-Line-Billable(Line-Sub)
               AND Tbl-Ship-Order(Line-Sub) = Billing-Order
               ADD Tbl-Line-Amount(Line-Sub) TO Invoice-Total
               ADD 1 TO Invoice-Line-Count
           END-IF.

       Write-One-Order-Line.
           IF Tbl-Line-Billable(Line-Sub)
               AND Tbl-Ship-Order(Line-Sub) = Billing-Order
               MOVE SPACES TO Customer-Invoice-Record
               SET Ivc-Line TO TRUE
               MOVE Highest-Invoice-Number TO Ivc-Invoice-Number
               MOVE Billing-Order TO Ivc-Line-Order
               MOVE Tbl-Ship-Line(Line-Sub) TO Ivc-Line-Number
               MOVE Today-Date TO Ivc-Ship-Date
               MOVE Tbl-Item(Line-Sub) TO Ivc-Item-Number
               MOVE Tbl-Product(Line-Sub) TO Ivc-Product-Code
               MOVE Tbl-Bill-Qty(Line-Sub) TO Ivc-Qty-Billed
               MOVE Tbl-Unit-Price(Line-Sub) TO Ivc-Unit-Price
               MOVE Tbl-Line-Amount(Line-Sub) TO Ivc-Line-Amount
               WRITE Customer-Invoice-Record
               PERFORM Print-Invoice-Detail
               SET Tbl-Line-Billed(Line-Sub) TO TRUE
               ADD 1 TO Lines-Invoiced
           END-IF.

      *> Addressed the way CustomerNotification addresses a letter;
      *> a customer missing from CUSTMSTR is still billed, but the
      *> invoice says so instead of an address.
       Print-Invoice-Heading.
           MOVE Highest-Invoice-Number TO Ihd-Number.
           MOVE Today-Date TO Ihd-Date.
           MOVE Invoice-Heading-Line TO Invoice-Work-Line.
           PERFORM Write-Invoice-Line.
           MOVE SPACES TO Invoice-Work-Line.
           PERFORM Write-Invoice-Line.
           MOVE Billing-Customer TO CUSTOMER-ID.
           READ Customer-Master-File
               INVALID KEY
                   ADD 1 TO Customers-Not-On-File
                   DISPLAY "Customer " Billing-Customer
                       " not on CUSTMSTR - invoice "
                       Highest-Invoice-Number " has no address."
           END-READ.
           IF Cust-File-Ok
               MOVE CUSTOMER-FIRST-NAME TO Inm-First
               MOVE CUSTOMER-LAST-NAME TO Inm-Last
               MOVE Invoice-Name-Line TO Invoice-Work-Line
               PERFORM Write-Invoice-Line
               MOVE CUSTOMER-STREET TO Invoice-Work-Line
               PERFORM Write-Invoice-Line
               MOVE CUSTOMER-CITY TO Ict-City
               MOVE CUSTOMER-STATE TO Ict-State
               MOVE CUSTOMER-ZIP TO Ict-Zip
               MOVE Invoice-City-Line TO Invoice-Work-Line
               PERFORM Write-Invoice-Line
           ELSE
               MOVE "** NO ADDRESS ON FILE **" TO Invoice-Work-Line
               PERFORM Write-Invoice-Line
           END-IF.
           MOVE SPACES TO Invoice-Work-Line.
           PERFORM Write-Invoice-Line.
           MOVE Billing-Customer TO Iol-Customer.
           MOVE Billing-Order TO Iol-Order.
           MOVE Invoice-Order-Line TO Invoice-Work-Line.
           PERFORM Write-Invoice-Line.
           MOVE SPACES TO Invoice-Work-Line.
           PERFORM Write-Invoice-Line.
           MOVE Invoice-Column-Line TO Invoice-Work-Line.
           PERFORM Write-Invoice-Line.

       Print-Invoice-Detail.
           MOVE Tbl-Ship-Line(Line-Sub) TO Idt-Line.
           MOVE Tbl-Item(Line-Sub) TO Idt-Item.
           MOVE Tbl-Product-Name(Line-Sub) TO Idt-Product-Name.
           MOVE Tbl-Bill-Qty(Line-Sub) TO Idt-Qty.
           MOVE Tbl-Unit-Price(Line-Sub) TO Idt-Unit-Price.
           MOVE Tbl-Line-Amount(Line-Sub) TO Idt-Amount.
           MOVE Invoice-Detail-Line TO Invoice-Work-Line.
           PERFORM Write-Invoice-Line.

       Print-Invoice-Total.
           MOVE SPACES TO Invoice-Work-Line.
           PERFORM Write-Invoice-Line.
           MOVE Invoice-Total TO Itl-Amount.
           MOVE Invoice-Total-Line TO Invoice-Work-Line.
           PERFORM Write-Invoice-Line.
           MOVE ALL "-" TO Invoice-Work-Line.
           PERFORM Write-Invoice-Line.

       Write-Invoice-Line.
           WRITE Invoice-Print-Record FROM Invoice-Work-Line.

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
