      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-09-02 PDK  Initial version.
      * 2026-10-15 PDK  Memberships now change through HeroTrade,
      *                 which logs each move to TRADELOG so
      *                 BattleStandings can credit a battle to the
      *                 team a hero was on that day. Layout
      *                 unchanged.
      *****************************************************************
       01  HERO-TEAM-RECORD.
           05  TEAM-NAME               PIC A(20).
