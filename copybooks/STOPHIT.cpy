      *****************************************************************
      * STOPHIT.CPY
      * One stop-payment hit on the STOPHIT file: the STOPPAY order
      * that matched, the business date, and the whole transaction
      * TransactionEdit diverted to TRANSUSP because of it. Rebuilt
      * by each TransactionEdit run and printed by StopPaymentReport
      * as the daily stops-hit report.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  STOP-HIT-RECORD.
           05  HIT-STOP-ORDER-ID       PIC 9(05).
           05  HIT-BUSINESS-DATE       PIC 9(08).
           05  HIT-TRAN-DATA           PIC X(65).
