      *                 individual matchup it always was, so
      *                 BattleStandings can tally the two tables
      *                 apart.
      * 2026-10-15 PDK  Added the playoff battle types PlayoffBracket
      *                 writes: "P" an individual playoff battle and
      *                 "Q" a team playoff result. Playoff battles
      *                 always carry a winner and stay out of the
      *                 regular-season standings.
      *****************************************************************
       01  BATTLE-HISTORY-RECORD.
           05  BH-HERO1-NAME           PIC A(20).
           05  BH-RUN-DATE             PIC 9(08).
           05  BH-BATTLE-TYPE          PIC X(01).
               88  BH-TEAM-BATTLE              VALUE "T".
               88  BH-PLAYOFF-BATTLE           VALUE "P" "Q".
               88  BH-TEAM-PLAYOFF             VALUE "Q".
