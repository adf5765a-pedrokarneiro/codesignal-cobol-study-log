      *****************************************************************
      * GLBAL.CPY
      * One general-ledger balance master record on the indexed
      * GLBALMST file, keyed by GLB-GL-ACCOUNT (the GLX-GL-ACCOUNT of
      * the GLEXTR lines that feed it): the life-to-date debits and
      * credits posted to the account, its balance (debits less
      * credits, so a liability or income account carries a negative
      * balance), the business date it was first posted and the date
      * of the last extract applied to it. Maintained nightly by
      * GeneralLedgerBalance, which prints the trial balance from it.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  GL-BALANCE-RECORD.
           05  GLB-GL-ACCOUNT          PIC 9(08).
           05  GLB-DEBIT-TOTAL         PIC S9(13)V99 COMP-3.
           05  GLB-CREDIT-TOTAL        PIC S9(13)V99 COMP-3.
           05  GLB-BALANCE             PIC S9(13)V99 COMP-3.
           05  GLB-OPENED-DATE         PIC 9(08).
           05  GLB-LAST-POSTED-DATE    PIC 9(08).
           05  FILLER                  PIC X(20).
