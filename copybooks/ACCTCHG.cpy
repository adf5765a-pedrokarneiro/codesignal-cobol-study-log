      *****************************************************************
      * ACCTCHG.CPY
      * One sensitive account-master change held on the indexed
      * ACCTCHG pending-change queue for a second operator's
      * approval, keyed by account and the field changed - so an
      * account has at most one change waiting per field. Account
      * maintenance holds an overdraft-limit raise, an interest-rate
      * change and the reopening of a closed account here instead
      * of applying it, with the value before and after (typed, for
      * applying, and edited, for listing) and the operator who
      * keyed it. AcctChangeApproval applies or drops it; an
      * approver may not be the operator who made it.
      * AccountChangeExpiry lists and drops anything still waiting
      * at end of day.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      * 2026-10-15 PDK  Added the "P" pricing change - a move to
      *                 another DEPPROD deposit product, or on or off
      *                 the account's own-pricing exception - with
      *                 the product code and exception flag ("Y" or
      *                 "N") before and after, taken from the FILLER.
      *****************************************************************
       01  ACCOUNT-CHANGE-RECORD.
           05  CHG-KEY.
               10  CHG-ACCT-NUMBER     PIC X(15).
               10  CHG-FIELD-CODE      PIC X(01).
                   88  CHG-IS-OVERDRAFT-LIMIT  VALUE "O".
                   88  CHG-IS-INTEREST-RATE    VALUE "R".
                   88  CHG-IS-REOPEN           VALUE "S".
                   88  CHG-IS-PRICING          VALUE "P".
           05  CHG-FIELD-NAME          PIC X(20).
           05  CHG-OLD-VALUE           PIC X(25).
           05  CHG-NEW-VALUE           PIC X(25).
           05  CHG-OLD-RATE            PIC S9(3)V9999 COMP-3.
           05  CHG-NEW-RATE            PIC S9(3)V9999 COMP-3.
           05  CHG-OLD-LIMIT           PIC S9(7)V99 COMP-3.
           05  CHG-NEW-LIMIT           PIC S9(7)V99 COMP-3.
           05  CHG-MADE-BY             PIC X(08).
           05  CHG-MADE-DATE           PIC 9(08).
           05  CHG-MADE-TIME           PIC 9(08).
           05  CHG-OLD-PRODUCT         PIC X(04).
           05  CHG-OLD-PRICING         PIC X(01).
           05  CHG-NEW-PRODUCT         PIC X(04).
           05  CHG-NEW-PRICING         PIC X(01).
           05  FILLER                  PIC X(10).
