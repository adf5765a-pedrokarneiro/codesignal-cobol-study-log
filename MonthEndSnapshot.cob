      *> 2026-09-03: A second run for an already-completed business
      *> date now ends clean with nothing to do instead of failing,
      *> so a catch-up rerun can step over completed days.
      *> 2026-10-15: Each snapshot also keeps the account officer and
      *> the year-to-date fees collected, for OfficerIncentiveReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE Acct-Branch-Code TO Snap-Branch-Code.
           MOVE Acct-Status-Flag TO Snap-Status-Flag.
           MOVE Acct-Balance TO Snap-Balance.
           MOVE Acct-Officer TO Snap-Officer.
           MOVE Acct-Ytd-Fees-Collected TO Snap-Ytd-Fees.
           WRITE Position-Snapshot-Record.
           ADD 1 TO Accounts-Snapshot.
           PERFORM Read-Next-Account.
