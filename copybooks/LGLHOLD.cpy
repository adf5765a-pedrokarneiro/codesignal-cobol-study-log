      *****************************************************************
      * LGLHOLD.CPY
      * One account hold placed for a legal order, on the LGLHOLD
      * file GarnishmentProcessing appends to as it places holds:
      * the order, the account (the customer's own or a joint
      * account held through ACCT-SECOND-CUSTOMER-ID), the amount
      * held and the remit date the hold runs to. The remit pass
      * posts one seizure debit per line, and a withdrawn order
      * releases one hold per line.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  LEGAL-HOLD-RECORD.
           05  LGH-ORDER-NUMBER        PIC X(12).
           05  LGH-ACCT-NUMBER         PIC X(15).
           05  LGH-AMOUNT              PIC S9(7)V99 SIGN IS LEADING
                                        SEPARATE.
           05  LGH-PLACED-DATE         PIC 9(08).
           05  LGH-REMIT-DATE          PIC 9(08).
