      *> 2026-08-22: The run now appends a step-execution record
      *> (start/end time, final condition code, records processed)
      *> to the JOBLOG file for the run-history report.
      *> 2026-10-15: A new account starts with no debit restriction.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE 0 TO Acct-Ytd-Interest-Paid.
           MOVE 0 TO Acct-Ytd-Fees-Collected.
           MOVE 0 TO Acct-Ytd-Nsf-Count.
           MOVE SPACE TO Acct-Restrict-Flag.
           MOVE 0 TO Acct-Restrict-Date.
           SET Acct-Active TO TRUE.

       Apply-Name-Change-Fields.
