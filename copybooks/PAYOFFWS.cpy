      *****************************************************************
      * PAYOFFWS.CPY
      * Working-storage fields for the shared loan payoff paragraph
      * (PAYOFFPR copybook). The host program COPYs LOANREC, reads
      * the loan, moves the date the payoff is good through into
      * PAYOFF-THROUGH-DATE and PERFORMs COMPUTE-LOAN-PAYOFF, which
      * fills in the interest-from date, the days of interest, the
      * daily per-diem, the accrued interest, the unpaid late
      * charges and the total payoff figure.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  PAYOFF-FIELDS.
           05  PAYOFF-THROUGH-DATE     PIC 9(08).
           05  PAYOFF-INTEREST-FROM    PIC 9(08).
           05  PAYOFF-INTEREST-DAYS    PIC 9(05).
           05  PAYOFF-PER-DIEM         PIC S9(7)V9(5).
           05  PAYOFF-PRINCIPAL        PIC S9(9)V99.
           05  PAYOFF-ACCRUED-INTEREST PIC S9(7)V99.
           05  PAYOFF-LATE-CHARGES     PIC S9(7)V99.
           05  PAYOFF-TOTAL            PIC S9(9)V99.

       01  PAYOFF-DATE-WORK.
           05  PYF-DATE                PIC 9(08).
           05  PYF-DATE-SPLIT REDEFINES PYF-DATE.
               10  PYF-YEAR            PIC 9(04).
               10  PYF-MONTH           PIC 9(02).
               10  PYF-DAY             PIC 9(02).
           05  PYF-DAY-NUMBER          PIC 9(07).
           05  PYF-FROM-DAY-NUMBER     PIC 9(07).
           05  PYF-WORK-YEAR           PIC 9(04).
           05  PYF-WORK-MONTH          PIC 9(02).
           05  PYF-TERM-1              PIC 9(04).
           05  PYF-TERM-2              PIC 9(04).
           05  PYF-TERM-3              PIC 9(04).
           05  PYF-TERM-4              PIC 9(04).
