      * the balance threshold below which an account owes the fee. A
      * flat fee every account owes (a monthly maintenance fee) is
      * entered with the threshold at the maximum balance so every
      * account falls under it. The per-event fee types (FEE-PER-
      * EVENT) are the exception: their amount is charged when the
      * event happens - "RTNI" by ReturnedItemProcessing for each
      * returned item, "ODSW" by BankPosting for each overdraft
      * sweep - their thresholds are not used, and
      * MonthlyFeeAssessment skips them.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      *                 is waived even though the single account
      *                 fell under the balance threshold. Zero means
      *                 no waiver, unchanged from before.
      * 2026-10-15 PDK  Added FEE-PER-EVENT for the returned-item
      *                 and overdraft-sweep fee types the monthly
      *                 assessment does not charge.
      *****************************************************************
       01  FEE-SCHEDULE-RECORD.
           05  FEE-TYPE                PIC X(04).
               88  FEE-PER-EVENT               VALUE "RTNI" "ODSW".
           05  FEE-AMOUNT              PIC S9(5)V99 SIGN IS LEADING
                                        SEPARATE.
           05  FEE-BALANCE-THRESHOLD   PIC S9(9)V99 SIGN IS LEADING
