      *****************************************************************
      * NSFREC.CPY
      * One line of the NSFRPT exception file BankPosting writes for
      * a debit it could not post on available balance (or a
      * term-locked debit it refused), read back by
      * PostingBalanceProof for the add-back and by
      * BranchActivityReport for the per-branch NSF figures. The
      * sweep fields say whether overdraft protection was tried:
      * "S" means the ODLINK sweep covered the shortfall and the
      * debit posted after all (the line is information only, and
      * the sweep fee it carries was debited too); "F" means a
      * protecting account exists but could not cover it; space
      * means the account has no protection.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version, pulled out of the three
      *                 programs that declared it inline, with the
      *                 overdraft-sweep status, amount and fee added.
      *****************************************************************
       01  NSF-REPORT-RECORD.
           05  NSF-ACCT-NUMBER         PIC X(15).
           05  NSF-POST-DATE           PIC 9(08).
           05  NSF-TRAN-TYPE           PIC X(01).
           05  NSF-AMOUNT              PIC S9(7)V99 SIGN IS LEADING
                                        SEPARATE.
           05  NSF-BALANCE             PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
           05  NSF-OVERDRAFT-LIMIT     PIC S9(7)V99 SIGN IS LEADING
                                        SEPARATE.
           05  NSF-HOLD-AMOUNT         PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
           05  NSF-SWEEP-STATUS        PIC X(01).
               88  NSF-NOT-PROTECTED           VALUE SPACE.
               88  NSF-SAVED-BY-SWEEP          VALUE "S".
               88  NSF-SWEEP-FAILED            VALUE "F".
           05  NSF-SWEEP-AMOUNT        PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
           05  NSF-SWEEP-FEE           PIC S9(5)V99 SIGN IS LEADING
                                        SEPARATE.
