      *****************************************************************
      * STOPPAY.CPY
      * One stop-payment order on the indexed STOPPAY file, keyed by
      * STOP-ORDER-ID: the account the customer wants protected, the
      * amount or amount range to stop (low equal to high stops one
      * exact amount; both zero stops any amount), the counterpart
      * account the payment goes to (spaces match any), the date
      * placed and the expiry date. TransactionEdit checks every
      * debit and outgoing transfer - including the ones
      * StandingOrderGenerate writes - against the active orders and
      * diverts a match to TRANSUSP. StopPaymentReport expires the
      * orders past their date; the orders themselves are maintained
      * by StopPaymentMaintenance.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  STOP-PAYMENT-RECORD.
           05  STOP-ORDER-ID           PIC 9(05).
           05  STOP-ACCT-NUMBER        PIC X(15).
           05  STOP-AMOUNT-LOW         PIC S9(7)V99 SIGN IS LEADING
                                        SEPARATE.
           05  STOP-AMOUNT-HIGH        PIC S9(7)V99 SIGN IS LEADING
                                        SEPARATE.
           05  STOP-COUNTERPART-ACCT   PIC X(15).
           05  STOP-PLACED-DATE        PIC 9(08).
           05  STOP-EXPIRY-DATE        PIC 9(08).
           05  STOP-STATUS-FLAG        PIC X(01).
               88  STOP-ACTIVE                 VALUE "A".
               88  STOP-EXPIRED                VALUE "E".
               88  STOP-CANCELLED              VALUE "C".
