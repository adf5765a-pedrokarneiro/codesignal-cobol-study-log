      *****************************************************************
      * HOLDTRN.CPY
      * One keyed funds-hold transaction on the HOLDTRAN file
      * FundsHoldUpdate applies nightly: place a new hold ("P") for
      * an amount until a release date, or release an existing open
      * hold ("R") matched by account and amount. Keyed by the
      * branches and generated by the batches that need a hold
      * placed or taken off ahead of the posting run.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version - pulled out of
      *                 FundsHoldUpdate so ReturnedItemProcessing
      *                 writes the same layout it reads.
      *****************************************************************
       01  HOLD-TRAN-RECORD.
           05  HTRN-ACTION             PIC X(01).
               88  HTRN-PLACE                  VALUE "P".
               88  HTRN-RELEASE                VALUE "R".
           05  HTRN-ACCT-NUMBER        PIC X(15).
           05  HTRN-AMOUNT             PIC S9(7)V99 SIGN IS LEADING
                                        SEPARATE.
           05  HTRN-RELEASE-DATE       PIC 9(08).
