      *****************************************************************
      * LATEFEE.CPY
      * One entry of the LATEFEE loan late-charge table read by the
      * nightly LoanDelinquency run. An entry applies to every loan
      * whose scheduled payment is at or above its payment floor (the
      * entry with the highest floor the payment reaches wins): once
      * the loan is more than the grace days past its due date it is
      * charged the greater of the flat amount and the percentage of
      * the scheduled payment (a fraction, 0.0500 for five percent,
      * as LOAN-RATE holds it), capped at the maximum when one is set.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  LATE-FEE-RECORD.
           05  LTF-PAYMENT-FLOOR       PIC S9(7)V99 SIGN IS LEADING
                                        SEPARATE.
           05  LTF-GRACE-DAYS          PIC 9(03).
           05  LTF-FLAT-AMOUNT         PIC S9(5)V99 SIGN IS LEADING
                                        SEPARATE.
           05  LTF-PAYMENT-PERCENT     PIC S9(3)V9999 SIGN IS LEADING
                                        SEPARATE.
           05  LTF-MAXIMUM-CHARGE      PIC S9(5)V99 SIGN IS LEADING
                                        SEPARATE.
