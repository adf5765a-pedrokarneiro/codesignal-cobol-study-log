      *****************************************************************
      * INVOICE.CPY
      * One record on the line-sequential INVOICES customer invoice
      * file, which CustomerInvoicing appends to each day from the
      * confirmed shipments ShipmentConfirm journaled to INVJRNL. An
      * invoice is a header record ("H") followed by its line
      * records ("L"), all carrying the invoice number; one invoice
      * bills the day's shipments on one sales order. The header
      * holds the customer, the order, the invoice date and total
      * and the count of lines that follow; each line holds the
      * SALESORD order line it bills, the ship date, the item and
      * the PRODMSTR product it was priced through, the eaches
      * billed and the unit price in effect on the ship date.
      * InvoiceExceptionReport matches the lines back to the
      * journal by order, line and ship date.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  CUSTOMER-INVOICE-RECORD.
           05  IVC-RECORD-TYPE         PIC X(01).
               88  IVC-HEADER                  VALUE "H".
               88  IVC-LINE                    VALUE "L".
           05  IVC-INVOICE-NUMBER      PIC 9(07).
           05  IVC-HEADER-FIELDS.
               10  IVC-CUSTOMER-ID     PIC 9(05).
               10  IVC-ORDER-NUMBER    PIC 9(06).
               10  IVC-INVOICE-DATE    PIC 9(08).
               10  IVC-INVOICE-TOTAL   PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
               10  IVC-LINE-COUNT      PIC 9(03).
               10  FILLER              PIC X(26).
           05  IVC-LINE-FIELDS REDEFINES IVC-HEADER-FIELDS.
               10  IVC-LINE-ORDER      PIC 9(06).
               10  IVC-LINE-NUMBER     PIC 9(03).
               10  IVC-SHIP-DATE       PIC 9(08).
               10  IVC-ITEM-NUMBER     PIC 9(09).
               10  IVC-PRODUCT-CODE    PIC 9(05).
               10  IVC-QTY-BILLED      PIC 9(07).
               10  IVC-UNIT-PRICE      PIC 9(07)V99.
               10  IVC-LINE-AMOUNT     PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
               10  FILLER              PIC X(01).
