      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-09-02 PDK  Initial version.
      * 2026-10-15 PDK  Images widened to the 200-byte ACCTREC. Roll
      *                 forward only from a backup taken after the
      *                 AccountRestrictConvert swap.
      *****************************************************************
       01  ACCT-IMAGE-RECORD.
           05  IMG-PROGRAM-ID          PIC A(20).
           05  IMG-BUSINESS-DATE       PIC 9(08).
           05  IMG-CHANGE-TIME         PIC 9(08).
           05  IMG-BEFORE-IMAGE        PIC X(200).
           05  IMG-AFTER-IMAGE         PIC X(200).
