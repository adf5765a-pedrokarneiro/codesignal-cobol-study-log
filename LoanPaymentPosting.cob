      *> so a rerun cannot double-apply, and a token payment short
      *> of the scheduled amount no longer rolls the due date
      *> forward - the loan stays on the past-due report.
      *> 2026-10-15: Journal entries are now typed as payments (the
      *> nightly LoanDelinquency run journals its late charges to
      *> the same LOANJRNL), and a payment that brings the loan
      *> current clears its days past due.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               MOVE 28 TO Due-Day
           END-IF.
           MOVE Due-Date-Combined TO Loan-Next-Due-Date.
           IF Loan-Next-Due-Date >= Today-Date
               MOVE 0 TO Loan-Days-Past-Due
           END-IF.

       Write-Loan-Journal-Entry.
           MOVE Loan-Number TO Lnj-Loan-Number.
           MOVE Interest-Portion TO Lnj-Interest-Portion.
           MOVE Principal-Portion TO Lnj-Principal-Portion.
           MOVE Loan-Balance TO Lnj-Balance-After.
           SET Lnj-Payment-Entry TO TRUE.
           MOVE 0 TO Lnj-Late-Charge-Amount.
           WRITE Loan-Journal-Record.

       Report-Past-Due-Loans.
