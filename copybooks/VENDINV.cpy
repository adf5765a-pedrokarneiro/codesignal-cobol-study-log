      *****************************************************************
      * VENDINV.CPY
      * One vendor invoice line on the indexed VENDINV file, keyed
      * by VENDMSTR vendor, the vendor's own invoice number and the
      * line on it. Each line bills an item against one POORDER
      * purchase-order line at the vendor's price per each.
      * VendorInvoiceMatch posts the lines keyed into VINVIN and
      * three-way matches every line not yet passed: the POORDER
      * line, what GoodsReceipt says actually arrived, and the
      * invoice. A line that agrees is passed ("M"); one that does
      * not is held ("H") with a reason code until a corrected line
      * is keyed over it. PriceVarianceReport lists the lines held
      * for price by vendor, using the PO-UNIT-COST captured here
      * at the match. VendorPaymentRun pays the passed lines as
      * they fall due and marks them paid ("P") with the date.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      * 2026-10-15 PDK  Added the paid status and VI-PAID-DATE for
      *                 the vendor payment run.
      *****************************************************************
       01  VENDOR-INVOICE-RECORD.
           05  VI-KEY.
               10  VI-VENDOR-ID        PIC 9(05).
               10  VI-INVOICE-NUMBER   PIC X(12).
               10  VI-LINE             PIC 9(03).
           05  VI-INVOICE-DATE         PIC 9(08).
           05  VI-PO-NUMBER            PIC 9(06).
           05  VI-PO-LINE              PIC 9(03).
           05  VI-ITEM-NUMBER          PIC 9(09).
           05  VI-QTY-BILLED           PIC 9(07).
           05  VI-UNIT-PRICE           PIC 9(05)V99.
           05  VI-MATCH-STATUS         PIC X(01).
               88  VI-NOT-MATCHED              VALUE "N".
               88  VI-HELD                     VALUE "H".
               88  VI-MATCHED                  VALUE "M".
               88  VI-PAID                     VALUE "P".
           05  VI-HOLD-REASON          PIC X(02).
               88  VI-NO-HOLD                  VALUE SPACES.
               88  VI-HOLD-PRICE-VARIANCE      VALUE "PV".
               88  VI-HOLD-OVER-RECEIVED       VALUE "QR".
               88  VI-HOLD-NO-RECEIPT          VALUE "NR".
               88  VI-HOLD-NOT-ON-ORDER        VALUE "NP".
           05  VI-MATCH-DATE           PIC 9(08).
           05  VI-PO-UNIT-COST         PIC 9(05)V99.
           05  VI-PAID-DATE            PIC 9(08).
           05  FILLER                  PIC X(12).
