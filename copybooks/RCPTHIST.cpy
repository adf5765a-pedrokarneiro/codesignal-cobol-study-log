      *****************************************************************
      * RCPTHIST.CPY
      * One landed goods receipt on the RCPTHIST receipt-history
      * file, appended by GoodsReceipt as each receipt is applied to
      * stock: the purchase-order line it was received against and
      * that line's vendor, the eaches received and the date, the
      * order line's cost per each, and the dates the line was
      * ordered and promised (zero on lines opened before they were
      * kept). The purchase-order line itself keeps only running
      * totals; this is the record of when each delivery arrived,
      * which VendorScorecard measures vendors by.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  RECEIPT-HISTORY-RECORD.
           05  RH-PO-NUMBER            PIC 9(06).
           05  RH-PO-LINE              PIC 9(03).
           05  RH-VENDOR-ID            PIC 9(05).
           05  RH-ITEM-NUMBER          PIC 9(09).
           05  RH-WAREHOUSE            PIC X(03).
           05  RH-RECEIPT-DATE         PIC 9(08).
           05  RH-QTY-EACHES           PIC 9(07).
           05  RH-UNIT-COST            PIC 9(05)V99.
           05  RH-ORDER-DATE           PIC 9(08).
           05  RH-PROMISED-DATE        PIC 9(08).
           05  FILLER                  PIC X(10).
