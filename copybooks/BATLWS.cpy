      *****************************************************************
      * BATLWS.CPY
      * Working-storage fields for the shared battle paragraphs
      * (BATLPROC copybook): the two sides of the matchup being
      * played, its battle type, the run counts, the skill-rating
      * work fields and the file statuses the paragraphs test. The
      * host declares the BATTLHST, RATEHIST and HEROSTR
      * SELECT/FDs itself as Battle-History-File,
      * Rating-History-File and Hero-Roster-File (COPY BATTLHST,
      * RATEHIST and HEROREC under the FDs, with FILE STATUS IS
      * BATTLE-HIST-STATUS, BATTLE-RATE-STATUS and
      * BATTLE-ROSTER-STATUS), moves the run
      * date into BATTLE-RUN-DATE and PERFORMs OPEN-BATTLE-FILES
      * before the first PLAY-BATTLE-MATCHUP and CLOSE-BATTLE-FILES
      * after the last.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version, from BattleSimulation's own
      *                 matchup, history and rating paragraphs.
      *****************************************************************
       COPY POWERFLD REPLACING POWER-FIELD-1 BY BATTLE-HERO1-POWER
                               POWER-FIELD-2 BY BATTLE-HERO2-POWER
                               POWER-FIELD-TOTAL BY BATTLE-TOTAL-POWER.

       01  BATTLE-MATCH-FIELDS.
           05  BATTLE-HERO1-NAME       PIC X(20) VALUE "Hero1".
           05  BATTLE-HERO2-NAME       PIC X(20) VALUE "Hero2".
           05  BATTLE-POWER-DIFFERENCE PIC S9(6) SIGN IS LEADING
                                        SEPARATE.
           05  BATTLE-TYPE-FLAG        PIC X(01) VALUE "I".
               88  BATTLE-TEAM-RESULT          VALUE "T" "Q".
               88  BATTLE-PLAYOFF-MATCH        VALUE "P" "Q".
           05  BATTLE-RUN-DATE         PIC 9(08).
           05  BATTLE-MATCHUPS-PLAYED  PIC 9(05) VALUE 0.
           05  BATTLE-MATCHUPS-RATED   PIC 9(05) VALUE 0.

      * The K factor is the most a rating can move on one battle.
       01  BATTLE-RATING-FIELDS.
           05  BATTLE-K-FACTOR         PIC 9(02) VALUE 32.
           05  BATTLE-RATING-1         PIC 9(04).
           05  BATTLE-RATING-2         PIC 9(04).
           05  BATTLE-EXPECTED-SCORE   PIC 9V9(04).
           05  BATTLE-ACTUAL-SCORE     PIC 9V9(01).
           05  BATTLE-RATING-CHANGE-1  PIC S9(03).
           05  BATTLE-RATING-CHANGE-2  PIC S9(03).
           05  BATTLE-NEW-RATING       PIC S9(05).
           05  BATTLE-POST-HERO        PIC X(20).
           05  BATTLE-POST-OPPONENT    PIC X(20).
           05  BATTLE-POST-OPP-RATING  PIC 9(04).
           05  BATTLE-POST-CHANGE      PIC S9(03).
           05  BATTLE-POST-RESULT      PIC X(01).

       01  BATTLE-HIST-STATUS          PIC X(02) VALUE "00".
       01  BATTLE-RATE-STATUS          PIC X(02) VALUE "00".
       01  BATTLE-ROSTER-STATUS        PIC X(02) VALUE "00".
           88  BATTLE-ROSTER-OK                VALUE "00".
           88  BATTLE-ROSTER-EOF               VALUE "10".
