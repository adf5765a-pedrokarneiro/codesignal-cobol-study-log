      *> checked against the OPRMSTR operator file (shared SIGNON
      *> paragraph), so not just anyone at a terminal can rewrite
      *> the file this menu maintains.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
      *> 2026-10-15: A new hero starts at the 1500 skill rating, and
      *> Read and List show the rating and rated battles. The
      *> rating is BattleSimulation's to move, so Update changes
      *> only the power level.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Security-Log-File ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sec-Log-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Hero-Roster-File.
       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       WORKING-STORAGE SECTION.
       01 Alert-File-Status PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "H" TO Signon-Function-Letter.
           MOVE "HeroRoster" TO Signon-Program-Id.
           PERFORM Operator-Sign-On.
           PERFORM Open-Roster-File.
           PERFORM Run-Menu UNTIL Menu-Quit.
           ACCEPT HERO-NAME.
           DISPLAY "Enter power level: " WITH NO ADVANCING.
           ACCEPT HERO-POWER-LEVEL.
           MOVE 1500 TO HERO-SKILL-RATING.
           MOVE 0 TO HERO-RATED-BATTLES.
           MOVE 0 TO HERO-RATING-DATE.
           WRITE HERO-ROSTER-RECORD
               INVALID KEY
                   DISPLAY "Hero already exists: " HERO-NAME
                   DISPLAY "Hero not found: " HERO-NAME
               NOT INVALID KEY
                   DISPLAY HERO-NAME " power level " HERO-POWER-LEVEL
                       " rating " HERO-SKILL-RATING
                       " rated battles " HERO-RATED-BATTLES
           END-READ.

       Update-Hero.
           END-READ.

       List-One-Hero.
           DISPLAY HERO-NAME " power level " HERO-POWER-LEVEL
               " rating " HERO-SKILL-RATING.
           PERFORM Read-Next-Hero.

       COPY SIGNON.
