      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-09-02 PDK  Initial version.
      * 2026-10-15 PDK  Added SNAP-OFFICER and SNAP-YTD-FEES - the
      *                 account officer and ACCT-YTD-FEES-COLLECTED at
      *                 the snapshot - for OfficerIncentiveReport's
      *                 month-over-month officer numbers. Snapshots
      *                 taken before the change read as spaces here.
      *****************************************************************
       01  POSITION-SNAPSHOT-RECORD.
           05  SNAP-DATE               PIC 9(08).
           05  SNAP-STATUS-FLAG        PIC X(01).
           05  SNAP-BALANCE            PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
           05  SNAP-OFFICER            PIC A(20).
           05  SNAP-YTD-FEES           PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
