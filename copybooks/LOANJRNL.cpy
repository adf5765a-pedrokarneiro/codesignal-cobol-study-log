      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-09-02 PDK  Initial version.
      * 2026-10-15 PDK  Added the entry type - a payment, or a late
      *                 charge LoanDelinquency assessed - and the
      *                 late-charge amount. Entries written before
      *                 the change read as payments (type spaces).
      * 2026-10-15 PDK  Added the payoff entry type LoanPayoffPosting
      *                 writes: the payoff total in the payment
      *                 amount, split into the accrued interest, the
      *                 principal retired and the late charges
      *                 collected, with a zero balance after.
      *****************************************************************
       01  LOAN-JOURNAL-RECORD.
           05  LNJ-LOAN-NUMBER         PIC X(15).
                                        SEPARATE.
           05  LNJ-BALANCE-AFTER       PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
           05  LNJ-ENTRY-TYPE          PIC X(01).
               88  LNJ-PAYMENT-ENTRY           VALUE "P" SPACE.
               88  LNJ-LATE-CHARGE-ENTRY       VALUE "L".
               88  LNJ-PAYOFF-ENTRY            VALUE "O".
           05  LNJ-LATE-CHARGE-AMOUNT  PIC S9(7)V99 SIGN IS LEADING
                                        SEPARATE.
