      *****************************************************************
      * ARJRNL.CPY
      * One permanent entry on the line-sequential ARJRNL
      * accounts-receivable activity journal: every invoice posted
      * to ARLEDGER, every payment amount applied to an item and
      * every amount left on account, every return credit memo and
      * every credit applied to an invoice from one, with the
      * item's open amount after it and the payment channel and
      * reference it came from, so any ledger balance can be traced
      * back to its documents.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      * 2026-10-15 PDK  Added the credit-memo activities for
      *                 customer returns.
      *****************************************************************
       01  AR-JOURNAL-RECORD.
           05  ARJ-CUSTOMER-ID         PIC 9(05).
           05  ARJ-DOC-TYPE            PIC X(01).
           05  ARJ-DOC-NUMBER          PIC 9(07).
           05  ARJ-ACTIVITY-DATE       PIC 9(08).
           05  ARJ-ACTIVITY            PIC X(01).
               88  ARJ-INVOICE-POSTED          VALUE "I".
               88  ARJ-PAYMENT-APPLIED         VALUE "P".
               88  ARJ-CASH-ON-ACCOUNT         VALUE "U".
               88  ARJ-CREDIT-MEMO-ISSUED      VALUE "M".
               88  ARJ-CREDIT-APPLIED          VALUE "C".
           05  ARJ-AMOUNT              PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
           05  ARJ-OPEN-AFTER          PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
           05  ARJ-CHANNEL             PIC X(01).
           05  ARJ-REFERENCE           PIC X(15).
