      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-08-22 PDK  Initial version.
      * 2026-10-15 PDK  BattleSimulation now writes battle entry fees
      *                 (debits) and prize purses (credits) here for
      *                 HeroBudgetPosting. Layout unchanged.
      *****************************************************************
       01  POWER-BUDGET-TRAN-RECORD.
           05  PBT-HERO-NAME           PIC A(20).
