      *****************************************************************
      * REPRICE.CPY
      * One line of the REPRICE repricing file AccountRepricing
      * writes for every account whose interest rate it changed: the
      * account, the business date of the run, and the old and new
      * rates. CustomerNotification reads it back to tell the
      * account holders about the change.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version, pulled out of the inline
      *                 AccountRepricing declaration so the
      *                 notification run reads the same layout.
      *****************************************************************
       01  REPRICING-REPORT-RECORD.
           05  RPR-ACCT-NUMBER         PIC X(15).
           05  RPR-RUN-DATE            PIC 9(08).
           05  RPR-OLD-RATE            PIC S9(3)V9999 SIGN IS LEADING
                                        SEPARATE.
           05  RPR-NEW-RATE            PIC S9(3)V9999 SIGN IS LEADING
                                        SEPARATE.
