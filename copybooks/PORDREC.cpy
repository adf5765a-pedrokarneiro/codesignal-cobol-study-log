      *                 recompute the item's weighted-average cost
      *                 as receipts land and finance stops valuing
      *                 inventory at the selling price.
      * 2026-10-15 PDK  Added PO-VENDOR-ID - the VENDMSTR vendor the
      *                 line was ordered from (zero for none) -
      *                 and PO-QTY-INVOICED,
      *                 the eaches vendor invoices have been passed
      *                 for, so VendorInvoiceMatch can hold an
      *                 invoice from the wrong vendor or one billing
      *                 more than was received.
      * 2026-10-15 PDK  Added PO-ORDER-DATE and PO-PROMISED-DATE -
      *                 the date the line was ordered and the date
      *                 the vendor's lead time promised it (zero
      *                 when not known) - so VendorScorecard can
      *                 hold vendors to the lead times purchasing
      *                 plans on. The record grows from 40 to 68
      *                 bytes; existing POORDER files are converted
      *                 once with PurchaseOrderConvert, which zeroes
      *                 all four new fields.
      *****************************************************************
       01  PURCHASE-ORDER-RECORD.
           05  PO-ORDER-KEY.
           05  PO-STATUS               PIC X(01).
               88  PO-LINE-OPEN                VALUE "O".
               88  PO-LINE-CLOSED              VALUE "C".
           05  PO-VENDOR-ID            PIC 9(05).
           05  PO-QTY-INVOICED         PIC 9(07).
           05  PO-ORDER-DATE           PIC 9(08).
           05  PO-PROMISED-DATE        PIC 9(08).
