      *****************************************************************
      * ARLEDGER.CPY
      * One open item on the indexed ARLEDGER accounts-receivable
      * ledger, keyed by customer, document type and document
      * number. ArPaymentApplication posts every INVOICES invoice as
      * an "I" item (the document number is the invoice number, due
      * the invoice date plus the 30-day terms), applies the day's
      * lockbox and deposit-account payments against the open
      * items, and leaves whatever a payment could not apply on
      * account as a "U" unapplied-cash item numbered in sequence
      * within the customer. AR-OPEN-AMOUNT is what is still owed
      * (or, on a "U" item, still unapplied); an item whose open
      * amount reaches zero is closed. ArAgingReport ages the open
      * items and ArDunningLetters records the dunning level each
      * overdue invoice has reached so a letter goes out once per
      * level. ReturnReceiving credits returned goods as an "M"
      * credit-memo item numbered in sequence within the customer:
      * the credit is applied to the invoice the goods were billed
      * on while that invoice is open, and whatever is left stays
      * open on the memo as a credit on account.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      * 2026-10-15 PDK  Added the "M" credit-memo document type for
      *                 customer returns.
      *****************************************************************
       01  AR-LEDGER-RECORD.
           05  AR-KEY.
               10  AR-CUSTOMER-ID      PIC 9(05).
               10  AR-DOC-TYPE         PIC X(01).
                   88  AR-INVOICE-ITEM         VALUE "I".
                   88  AR-UNAPPLIED-CASH       VALUE "U".
                   88  AR-CREDIT-MEMO          VALUE "M".
               10  AR-DOC-NUMBER       PIC 9(07).
           05  AR-ORDER-NUMBER         PIC 9(06).
           05  AR-DOC-DATE             PIC 9(08).
           05  AR-DUE-DATE             PIC 9(08).
           05  AR-ORIGINAL-AMOUNT      PIC S9(9)V99.
           05  AR-OPEN-AMOUNT          PIC S9(9)V99.
           05  AR-LAST-PAYMENT-DATE    PIC 9(08).
           05  AR-STATUS               PIC X(01).
               88  AR-ITEM-OPEN                VALUE "O".
               88  AR-ITEM-CLOSED              VALUE "C".
           05  AR-DUNNING-LEVEL        PIC 9(01).
           05  AR-LAST-DUNNING-DATE    PIC 9(08).
           05  AR-REFERENCE            PIC X(15).
           05  FILLER                  PIC X(20).
