      *****************************************************************
      * ODLINK.CPY
      * One overdraft-protection link on the ODLINK file: the
      * checking account protected, the account (normally the same
      * customer's savings) that covers it, and the sweep increment
      * - zero sweeps the exact shortfall, otherwise the sweep is
      * rounded up to the next whole increment. When a debit would
      * otherwise go NSF, BankPosting pulls the shortfall plus the
      * FEESCHED "ODSW" sweep fee from the protecting account as a
      * transfer pair before posting the debit. An inactive link is
      * ignored.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  OD-LINK-RECORD.
           05  ODL-CHECKING-ACCT       PIC X(15).
           05  ODL-PROTECTING-ACCT     PIC X(15).
           05  ODL-SWEEP-INCREMENT     PIC S9(7)V99 SIGN IS LEADING
                                        SEPARATE.
           05  ODL-STATUS-FLAG         PIC X(01).
               88  ODL-ACTIVE                  VALUE "A".
               88  ODL-INACTIVE                VALUE "I".
