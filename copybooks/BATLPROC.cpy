      *****************************************************************
      * BATLPROC.CPY
      * The shared battle paragraphs BattleSimulation and
      * PlayoffBracket both PERFORM, so a playoff battle is fought,
      * recorded and rated exactly as a season battle is.
      * PLAY-BATTLE-MATCHUP compares BATTLE-HERO1-POWER with
      * BATTLE-HERO2-POWER, names the winner (spaces for a draw),
      * writes the result to BATTLHST under BATTLE-TYPE-FLAG and,
      * for an individual battle between two rostered heroes, moves
      * both HEROSTR skill ratings and writes each change to
      * RATEHIST. A playoff battle cannot end level: on equal power
      * the first side, the higher seed, goes through. COPY
      * alongside BATLWS.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version, from BattleSimulation's own
      *                 matchup, history and rating paragraphs.
      *****************************************************************
       OPEN-BATTLE-FILES.
           OPEN EXTEND Battle-History-File.
           IF BATTLE-HIST-STATUS = "35"
               CLOSE Battle-History-File
               OPEN OUTPUT Battle-History-File
           END-IF.
           OPEN EXTEND Rating-History-File.
           IF BATTLE-RATE-STATUS = "35"
               CLOSE Rating-History-File
               OPEN OUTPUT Rating-History-File
           END-IF.

       CLOSE-BATTLE-FILES.
           CLOSE Battle-History-File.
           CLOSE Rating-History-File.

       PLAY-BATTLE-MATCHUP.
           IF BATTLE-HERO1-POWER > BATTLE-HERO2-POWER
               SUBTRACT BATTLE-HERO2-POWER FROM BATTLE-HERO1-POWER
                   GIVING BATTLE-POWER-DIFFERENCE
               DISPLAY BATTLE-HERO1-NAME " (" BATTLE-HERO1-POWER
                       ") defeats "
                       BATTLE-HERO2-NAME " (" BATTLE-HERO2-POWER
                       ") by " BATTLE-POWER-DIFFERENCE
               MOVE BATTLE-HERO1-NAME TO BH-WINNER-NAME
           ELSE
               IF BATTLE-HERO2-POWER > BATTLE-HERO1-POWER
                   SUBTRACT BATTLE-HERO1-POWER FROM BATTLE-HERO2-POWER
                       GIVING BATTLE-POWER-DIFFERENCE
                   DISPLAY BATTLE-HERO2-NAME " (" BATTLE-HERO2-POWER
                           ") defeats "
                           BATTLE-HERO1-NAME " (" BATTLE-HERO1-POWER
                           ") by " BATTLE-POWER-DIFFERENCE
                   MOVE BATTLE-HERO2-NAME TO BH-WINNER-NAME
               ELSE
                   MOVE 0 TO BATTLE-POWER-DIFFERENCE
                   DISPLAY BATTLE-HERO1-NAME " (" BATTLE-HERO1-POWER
                           ") and "
                           BATTLE-HERO2-NAME " (" BATTLE-HERO2-POWER
                           ") battle to a draw"
                   IF BATTLE-PLAYOFF-MATCH
                       DISPLAY "  " BATTLE-HERO1-NAME
                           " goes through as the higher seed"
                       MOVE BATTLE-HERO1-NAME TO BH-WINNER-NAME
                   ELSE
                       MOVE SPACES TO BH-WINNER-NAME
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-BATTLE-HISTORY.
           IF NOT BATTLE-TEAM-RESULT
               PERFORM RATE-BATTLE
           END-IF.
           ADD 1 TO BATTLE-MATCHUPS-PLAYED.

       WRITE-BATTLE-HISTORY.
           MOVE BATTLE-HERO1-NAME TO BH-HERO1-NAME.
           MOVE BATTLE-HERO1-POWER TO BH-HERO1-POWER.
           MOVE BATTLE-HERO2-NAME TO BH-HERO2-NAME.
           MOVE BATTLE-HERO2-POWER TO BH-HERO2-POWER.
           MOVE BATTLE-RUN-DATE TO BH-RUN-DATE.
           MOVE BATTLE-TYPE-FLAG TO BH-BATTLE-TYPE.
           WRITE BATTLE-HISTORY-RECORD.

      * A battle is rated only when both heroes are on the roster;
      * the pair-mode placeholders never are.
       RATE-BATTLE.
           OPEN I-O Hero-Roster-File.
           IF BATTLE-ROSTER-OK
               MOVE BATTLE-HERO1-NAME TO HERO-NAME
               PERFORM READ-RATED-HERO
               MOVE HERO-SKILL-RATING TO BATTLE-RATING-1
               IF BATTLE-ROSTER-OK
                   MOVE BATTLE-HERO2-NAME TO HERO-NAME
                   PERFORM READ-RATED-HERO
                   MOVE HERO-SKILL-RATING TO BATTLE-RATING-2
               END-IF
               IF BATTLE-ROSTER-OK
                   PERFORM COMPUTE-RATING-CHANGE
                   PERFORM POST-BOTH-RATINGS
                   ADD 1 TO BATTLE-MATCHUPS-RATED
               END-IF
               CLOSE Hero-Roster-File
           END-IF.

       READ-RATED-HERO.
           READ Hero-Roster-File
               INVALID KEY
                   CONTINUE
           END-READ.

      * Hero 1's expected score against hero 2 is
      * 1 / (1 + 10 ** ((rating 2 - rating 1) / 400)); a win
      * scores 1, a draw one half, a loss nothing. What hero 1
      * gains hero 2 loses.
       COMPUTE-RATING-CHANGE.
           COMPUTE BATTLE-EXPECTED-SCORE ROUNDED =
               1 / (1 + 10 ** ((BATTLE-RATING-2 - BATTLE-RATING-1)
               / 400)).
           IF BH-WINNER-NAME = SPACES
               MOVE 0.5 TO BATTLE-ACTUAL-SCORE
           ELSE
               IF BH-WINNER-NAME = BATTLE-HERO1-NAME
                   MOVE 1 TO BATTLE-ACTUAL-SCORE
               ELSE
                   MOVE 0 TO BATTLE-ACTUAL-SCORE
               END-IF
           END-IF.
           COMPUTE BATTLE-RATING-CHANGE-1 ROUNDED =
               BATTLE-K-FACTOR
               * (BATTLE-ACTUAL-SCORE - BATTLE-EXPECTED-SCORE).
           COMPUTE BATTLE-RATING-CHANGE-2 = 0 - BATTLE-RATING-CHANGE-1.

       POST-BOTH-RATINGS.
           MOVE BATTLE-HERO1-NAME TO BATTLE-POST-HERO.
           MOVE BATTLE-HERO2-NAME TO BATTLE-POST-OPPONENT.
           MOVE BATTLE-RATING-2 TO BATTLE-POST-OPP-RATING.
           MOVE BATTLE-RATING-CHANGE-1 TO BATTLE-POST-CHANGE.
           PERFORM SET-POST-RESULT.
           PERFORM POST-ONE-RATING.
           MOVE BATTLE-HERO2-NAME TO BATTLE-POST-HERO.
           MOVE BATTLE-HERO1-NAME TO BATTLE-POST-OPPONENT.
           MOVE BATTLE-RATING-1 TO BATTLE-POST-OPP-RATING.
           MOVE BATTLE-RATING-CHANGE-2 TO BATTLE-POST-CHANGE.
           PERFORM SET-POST-RESULT.
           PERFORM POST-ONE-RATING.

       SET-POST-RESULT.
           IF BH-WINNER-NAME = SPACES
               MOVE "D" TO BATTLE-POST-RESULT
           ELSE
               IF BH-WINNER-NAME = BATTLE-POST-HERO
                   MOVE "W" TO BATTLE-POST-RESULT
               ELSE
                   MOVE "L" TO BATTLE-POST-RESULT
               END-IF
           END-IF.

      * A rating never goes below zero.
       POST-ONE-RATING.
           MOVE BATTLE-POST-HERO TO HERO-NAME.
           PERFORM READ-RATED-HERO.
           IF BATTLE-ROSTER-OK
               MOVE BATTLE-POST-HERO TO RH-HERO-NAME
               MOVE BATTLE-RUN-DATE TO RH-BATTLE-DATE
               MOVE BATTLE-TYPE-FLAG TO RH-BATTLE-TYPE
               MOVE BATTLE-POST-OPPONENT TO RH-OPPONENT-NAME
               MOVE BATTLE-POST-OPP-RATING TO RH-OPPONENT-RATING
               MOVE BATTLE-POST-RESULT TO RH-RESULT
               MOVE HERO-SKILL-RATING TO RH-OLD-RATING
               COMPUTE BATTLE-NEW-RATING =
                   HERO-SKILL-RATING + BATTLE-POST-CHANGE
               IF BATTLE-NEW-RATING < 0
                   MOVE 0 TO BATTLE-NEW-RATING
               END-IF
               MOVE BATTLE-NEW-RATING TO HERO-SKILL-RATING
               ADD 1 TO HERO-RATED-BATTLES
               MOVE BATTLE-RUN-DATE TO HERO-RATING-DATE
               REWRITE HERO-ROSTER-RECORD
                   INVALID KEY
                       DISPLAY "  Rating not saved for "
                           BATTLE-POST-HERO
               END-REWRITE
               MOVE BATTLE-NEW-RATING TO RH-NEW-RATING
               COMPUTE RH-RATING-CHANGE =
                   RH-NEW-RATING - RH-OLD-RATING
               WRITE RATING-HISTORY-RECORD
               DISPLAY "    " BATTLE-POST-HERO " rating "
                   RH-OLD-RATING " -> " RH-NEW-RATING
           END-IF.
