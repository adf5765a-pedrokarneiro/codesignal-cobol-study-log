      *****************************************************************
      * CMPLHIT.CPY
      * One large-transaction hit on the CMPLHIT file: the business
      * date, the posting that crossed the reporting threshold and
      * the account's holders. Rebuilt by each LargeTransactionReport
      * run alongside the printed CMPLRPT, and read by the nightly
      * CustomerRiskReview run to raise the holders' risk rating.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  COMPLIANCE-HIT-RECORD.
           05  CHIT-BUSINESS-DATE      PIC 9(08).
           05  CHIT-ACCT-NUMBER        PIC X(15).
           05  CHIT-CUSTOMER-ID        PIC 9(05).
           05  CHIT-SECOND-CUSTOMER-ID PIC 9(05).
           05  CHIT-TRAN-TYPE          PIC X(01).
           05  CHIT-AMOUNT             PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
