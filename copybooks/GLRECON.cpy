      *****************************************************************
      * GLRECON.CPY
      * One GLRECON subledger-reconciliation parameter line read by
      * GeneralLedgerBalance: a general-ledger control account and
      * the subledger it must agree with - "D" for deposits (the sum
      * of ACCT-BALANCE on ACCTMSTR, held on the GL as a credit
      * balance) or "L" for loans (the sum of LOAN-BALANCE on
      * LOANMSTR, held as a debit balance). A subledger with several
      * control accounts lists each; their balances are added
      * together. The tolerance on the first line of a subledger is
      * the difference allowed before an operator alert is raised.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      * 2026-10-15 PDK  Added "I" for inventory: the inventory
      *                 control accounts, held as a debit balance,
      *                 proved at month end by InventoryGlProof
      *                 against the StockValuation value at cost.
      *                 GeneralLedgerBalance passes these lines by.
      *****************************************************************
       01  GL-RECON-PARM-RECORD.
           05  GLR-SUBLEDGER           PIC X(01).
               88  GLR-DEPOSIT-SUBLEDGER       VALUE "D".
               88  GLR-LOAN-SUBLEDGER          VALUE "L".
               88  GLR-INVENTORY-SUBLEDGER     VALUE "I".
           05  GLR-GL-ACCOUNT          PIC 9(08).
           05  GLR-TOLERANCE           PIC S9(7)V99 SIGN IS LEADING
                                        SEPARATE.
