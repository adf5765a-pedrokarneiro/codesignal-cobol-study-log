      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-08-09 PDK  Initial version.
      * 2026-10-15 PDK  Added the skill rating BattleSimulation moves
      *                 after every rated battle, the count of rated
      *                 battles and the date of the last change; a
      *                 new hero starts at the 1500 rating. The
      *                 record grows from 25 to 50 bytes
      *                 (HeroRosterConvert).
      *****************************************************************
       01  HERO-ROSTER-RECORD.
           05  HERO-NAME               PIC A(20).
           05  HERO-POWER-LEVEL        PIC 9(05).
           05  HERO-SKILL-RATING       PIC 9(04).
           05  HERO-RATED-BATTLES      PIC 9(05).
           05  HERO-RATING-DATE        PIC 9(08).
           05  FILLER                  PIC X(08).
