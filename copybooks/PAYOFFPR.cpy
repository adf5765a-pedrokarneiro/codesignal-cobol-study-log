      *****************************************************************
      * PAYOFFPR.CPY
      * The shared loan payoff paragraph LoanPayoffQuote and
      * LoanPayoffPosting both PERFORM, so a posted payoff always
      * matches the quote the customer was given for that date.
      * Interest is owed from the due date the last scheduled payment
      * covered (one month before LOAN-NEXT-DUE-DATE, day held at 28
      * or below as the due-date roll does) through
      * PAYOFF-THROUGH-DATE, at a daily per-diem of one 365th of a
      * year's interest at LOAN-RATE on LOAN-BALANCE. The payoff is
      * the balance, that accrued interest and the unpaid late
      * charges. COPY alongside PAYOFFWS.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       COMPUTE-LOAN-PAYOFF.
           MOVE LOAN-NEXT-DUE-DATE TO PYF-DATE.
           IF PYF-MONTH = 1
               MOVE 12 TO PYF-MONTH
               SUBTRACT 1 FROM PYF-YEAR
           ELSE
               SUBTRACT 1 FROM PYF-MONTH
           END-IF.
           IF PYF-DAY > 28
               MOVE 28 TO PYF-DAY
           END-IF.
           MOVE PYF-DATE TO PAYOFF-INTEREST-FROM.
           PERFORM PAYOFF-DATE-TO-DAY-NUMBER.
           MOVE PYF-DAY-NUMBER TO PYF-FROM-DAY-NUMBER.
           MOVE PAYOFF-THROUGH-DATE TO PYF-DATE.
           PERFORM PAYOFF-DATE-TO-DAY-NUMBER.
           IF PYF-DAY-NUMBER > PYF-FROM-DAY-NUMBER
               COMPUTE PAYOFF-INTEREST-DAYS =
                   PYF-DAY-NUMBER - PYF-FROM-DAY-NUMBER
           ELSE
               MOVE 0 TO PAYOFF-INTEREST-DAYS
           END-IF.
           COMPUTE PAYOFF-PER-DIEM ROUNDED =
               LOAN-BALANCE * LOAN-RATE / 365.
           COMPUTE PAYOFF-ACCRUED-INTEREST ROUNDED =
               LOAN-BALANCE * LOAN-RATE * PAYOFF-INTEREST-DAYS / 365.
           MOVE LOAN-BALANCE TO PAYOFF-PRINCIPAL.
           MOVE LOAN-LATE-CHARGE-DUE TO PAYOFF-LATE-CHARGES.
           COMPUTE PAYOFF-TOTAL = PAYOFF-PRINCIPAL
               + PAYOFF-ACCRUED-INTEREST + PAYOFF-LATE-CHARGES.

      *> Converts PYF-DATE (YYYYMMDD) to a serial day count in
      *> PYF-DAY-NUMBER so two dates can be subtracted.
       PAYOFF-DATE-TO-DAY-NUMBER.
           IF PYF-MONTH > 2
               MOVE PYF-YEAR TO PYF-WORK-YEAR
               MOVE PYF-MONTH TO PYF-WORK-MONTH
           ELSE
               COMPUTE PYF-WORK-YEAR = PYF-YEAR - 1
               COMPUTE PYF-WORK-MONTH = PYF-MONTH + 12
           END-IF.
           DIVIDE PYF-WORK-YEAR BY 4 GIVING PYF-TERM-1.
           DIVIDE PYF-WORK-YEAR BY 100 GIVING PYF-TERM-2.
           DIVIDE PYF-WORK-YEAR BY 400 GIVING PYF-TERM-3.
           COMPUTE PYF-TERM-4 =
               (306 * (PYF-WORK-MONTH + 1)) / 10.
           COMPUTE PYF-DAY-NUMBER =
               365 * PYF-WORK-YEAR + PYF-TERM-1 - PYF-TERM-2
               + PYF-TERM-3 + PYF-TERM-4 + PYF-DAY - 719469.
