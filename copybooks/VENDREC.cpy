      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-09-02 PDK  Initial version.
      * 2026-10-15 PDK  Added VEND-PAYMENT-TERMS - the vendor's net
      *                 payment terms in days from the invoice date
      *                 (zero is due on receipt), which
      *                 VendorPaymentRun dates matched invoices by.
      *                 The record grows from 39 to 42 bytes;
      *                 existing VENDMSTR files are converted once
      *                 with VendorMasterConvert, which starts every
      *                 vendor at zero terms.
      *****************************************************************
       01  VENDOR-MASTER-RECORD.
           05  VEND-ID                 PIC 9(05).
           05  VEND-MIN-ORDER-QTY      PIC 9(05).
           05  VEND-PREFERRED          PIC X(01).
               88  VEND-IS-PREFERRED           VALUE "Y".
           05  VEND-PAYMENT-TERMS      PIC 9(03).
