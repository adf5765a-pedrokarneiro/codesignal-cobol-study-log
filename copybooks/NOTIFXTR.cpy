      *****************************************************************
      * NOTIFXTR.CPY
      * One customer notice on the NOTIFXTR electronic-delivery
      * extract CustomerNotification writes for the portal vendor,
      * for customers whose CUSTOMER-STMT-DELIVERY is electronic or
      * both: who it is for, the notice date, which event it tells
      * them about ("N" a debit returned unpaid, "R" an interest-rate
      * change, "M" a term deposit coming up to maturity), the
      * account, the date the event happens or happened, and the
      * figures that go with it - the amount of the unpaid debit,
      * the old and new rates, or the maturity instruction.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      * 2026-10-15 PDK  Added the "D" dispute-resolution notice and
      *                 NXTR-DISPUTE-OUTCOME: "F" the provisional
      *                 credit of NXTR-AMOUNT is now final, "R" it
      *                 has been reversed. Spaces on other notices.
      *****************************************************************
       01  NOTICE-EXTRACT-RECORD.
           05  NXTR-CUSTOMER-ID        PIC 9(05).
           05  NXTR-FIRST-NAME         PIC X(20).
           05  NXTR-LAST-NAME          PIC X(20).
           05  NXTR-NOTICE-DATE        PIC 9(08).
           05  NXTR-EVENT-TYPE         PIC X(01).
               88  NXTR-NSF-NOTICE             VALUE "N".
               88  NXTR-RATE-NOTICE            VALUE "R".
               88  NXTR-MATURITY-NOTICE        VALUE "M".
               88  NXTR-DISPUTE-NOTICE         VALUE "D".
           05  NXTR-ACCT-NUMBER        PIC X(15).
           05  NXTR-EVENT-DATE         PIC 9(08).
           05  NXTR-AMOUNT             PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
           05  NXTR-OLD-RATE           PIC S9(3)V9999 SIGN IS LEADING
                                        SEPARATE.
           05  NXTR-NEW-RATE           PIC S9(3)V9999 SIGN IS LEADING
                                        SEPARATE.
           05  NXTR-MATURITY-INSTR     PIC X(01).
           05  NXTR-DISPUTE-OUTCOME    PIC X(01).
