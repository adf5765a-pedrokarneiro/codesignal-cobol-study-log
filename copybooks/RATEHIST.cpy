      *****************************************************************
      * RATEHIST.CPY
      * One skill-rating change on the RATEHIST rating-history file,
      * written by BattleSimulation for each rostered hero in every
      * rated battle: the hero, the battle date and type, the
      * opponent and the opponent's rating going in, the result
      * (win, loss or draw) and the hero's rating before and after.
      * The file is never purged; HeroRatingReport reads it back for
      * each hero's rating trend over the season.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  RATING-HISTORY-RECORD.
           05  RH-HERO-NAME            PIC A(20).
           05  RH-BATTLE-DATE          PIC 9(08).
           05  RH-BATTLE-TYPE          PIC X(01).
           05  RH-OPPONENT-NAME        PIC A(20).
           05  RH-OPPONENT-RATING      PIC 9(04).
           05  RH-RESULT               PIC X(01).
               88  RH-WIN                      VALUE "W".
               88  RH-LOSS                     VALUE "L".
               88  RH-DRAW                     VALUE "D".
           05  RH-OLD-RATING           PIC 9(04).
           05  RH-NEW-RATING           PIC 9(04).
           05  RH-RATING-CHANGE        PIC S9(03) SIGN IS LEADING
                                        SEPARATE.
