      *****************************************************************
      * CLRPARM.CPY
      * The clearing-house parameter record (CLRPARM): the bank id
      * this bank is known by at the clearing house, the name it
      * sends under, and the settlement account the outgoing file's
      * offsetting entry is drawn on so every batch sent balances.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  CLEARING-PARM-RECORD.
           05  CLP-BANK-ID             PIC X(09).
           05  CLP-BANK-NAME           PIC X(20).
           05  CLP-SETTLEMENT-ACCT     PIC X(15).
