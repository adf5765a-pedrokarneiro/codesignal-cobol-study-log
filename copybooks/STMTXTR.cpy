      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-09-02 PDK  Initial version.
      * 2026-10-15 PDK  Added XTR-CURRENCY-CODE to the detail record,
      *                 taken from the FILLER: the account's currency,
      *                 spaces for local. The balance is in it.
      *****************************************************************
       01  STATEMENT-EXTRACT-RECORD.
           05  XTR-RECORD-TYPE         PIC X(01).
           05  XTR-ACCT-NUMBER         PIC X(15).
           05  XTR-BALANCE             PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
           05  XTR-CURRENCY-CODE       PIC X(03).
           05  FILLER                  PIC X(70).

       01  XTR-INTEREST-RECORD.
           05  FILLER                  PIC X(01).
