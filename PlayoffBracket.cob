       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlayoffBracket.
      *> PlayoffBracket turns the round-robin season into a
      *> champion. It seeds the top heroes - or, in team play, the
      *> top teams - from the regular-season standings on BATTLHST,
      *> ranked as BattleStandings ranks them (most wins first,
      *> fewest losses breaking a tie), and plays a single-
      *> elimination bracket: when the field is not a power of two
      *> the top seeds sit out the first round, and every round
      *> pairs the best seed left against the worst. Each battle is
      *> fought by the shared BATLPROC battle paragraphs
      *> BattleSimulation uses - roster power against roster power,
      *> a team at its members' summed power - and lands on BATTLHST
      *> as a playoff battle ("P", or "Q" for a team), so
      *> SeasonClose can name the champion and runner-up. A playoff
      *> battle cannot be drawn; on equal power the higher seed goes
      *> through. The bracket is printed round by round at the end.
      *> The PLAYPARM parameter record gives the play ("I" heroes,
      *> "T" teams) and the number of seeds, 8 when not given.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Playoff-Parm-File ASSIGN TO "PLAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Battle-History-File ASSIGN TO "BATTLHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATTLE-HIST-STATUS.

           SELECT Rating-History-File ASSIGN TO "RATEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATTLE-RATE-STATUS.

           SELECT Hero-Roster-File ASSIGN TO "HEROSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HERO-NAME
               FILE STATUS IS BATTLE-ROSTER-STATUS.

           SELECT Hero-Team-File ASSIGN TO "HEROTEAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Team-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Playoff-Parm-File.
       01 Playoff-Parm-Record.
           05 Parm-Playoff-Play     PIC X(01).
              88 Parm-Team-Play VALUE "T".
           05 Parm-Seed-Count       PIC 9(02).

       FD  Battle-History-File.
       COPY BATTLHST.

       FD  Rating-History-File.
       COPY RATEHIST.

       FD  Hero-Roster-File.
       COPY HEROREC.

       FD  Hero-Team-File.
       COPY TEAMREC.

       WORKING-STORAGE SECTION.
       COPY BATLWS.

       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".

       01 Team-File-Status PIC X(02) VALUE "00".
          88 Team-File-Ok VALUE "00".
          88 Team-File-Eof VALUE "10".

       01 Hist-Read-Switch PIC X(01) VALUE "N".
          88 Hist-Read-Eof VALUE "Y".

       01 Playoff-Play PIC X(01) VALUE "I".
          88 Team-Play VALUE "T".
       01 Seeds-Wanted PIC 9(02) VALUE 8.
       01 Max-Seeds PIC 9(02) VALUE 32.

      *> The regular-season standings the seeds come from.
       01 Max-Standing-Entries PIC 9(03) VALUE 100.
       01 Standing-Entry-Count PIC 9(03) VALUE 0.
       01 Standing-Table.
           05 Standing-Entry OCCURS 1 TO 100 TIMES
              DEPENDING ON Standing-Entry-Count
              DESCENDING KEY IS Std-Wins
              INDEXED BY Standing-Idx.
              10 Std-Name           PIC A(20).
              10 Std-Wins           PIC 9(05).
              10 Std-Losses         PIC 9(05).
              10 Std-Draws          PIC 9(05).
       01 Standing-Found-Switch PIC X(01) VALUE "N".
          88 Standing-Is-Found VALUE "Y".
       01 Tally-Name PIC A(20).
       01 Tally-Outcome PIC X(01).
          88 Tally-Win VALUE "W".
          88 Tally-Loss VALUE "L".
          88 Tally-Draw VALUE "D".

      *> The field still in the bracket, best seed first, and the
      *> field going through to the next round.
       01 Entrant-Count PIC 9(02) VALUE 0.
       01 Entrant-Table.
           05 Entrant-Entry OCCURS 1 TO 32 TIMES
              DEPENDING ON Entrant-Count
              ASCENDING KEY IS Ent-Seed.
              10 Ent-Seed           PIC 9(02).
              10 Ent-Name           PIC A(20).
              10 Ent-Power          PIC 9(05).
       01 Next-Count PIC 9(02) VALUE 0.
       01 Next-Table.
           05 Next-Entry OCCURS 1 TO 32 TIMES
              DEPENDING ON Next-Count
              ASCENDING KEY IS Nxt-Seed.
              10 Nxt-Seed           PIC 9(02).
              10 Nxt-Name           PIC A(20).
              10 Nxt-Power          PIC 9(05).
       01 Entrant-Sub PIC 9(02).
       01 Team-Power-Total PIC 9(07).

      *> Every pairing of every round, kept for the bracket print.
       01 Bracket-Line-Count PIC 9(02) VALUE 0.
       01 Bracket-Table.
           05 Bracket-Line OCCURS 64 TIMES.
              10 Brk-Round          PIC 9(01).
              10 Brk-Seed-1         PIC 9(02).
              10 Brk-Name-1         PIC A(20).
              10 Brk-Seed-2         PIC 9(02).
              10 Brk-Name-2         PIC A(20).
              10 Brk-Winner         PIC A(20).
       01 Bracket-Sub PIC 9(02).
       01 Printed-Round PIC 9(01).

       01 Round-Number PIC 9(01) VALUE 0.
       01 Power-Of-Two PIC 9(02).
       01 Bye-Count PIC 9(02).
       01 High-Seed-Sub PIC 9(02).
       01 Low-Seed-Sub PIC 9(02).
       01 Champion-Name PIC A(20) VALUE SPACES.
       01 Runner-Up-Name PIC A(20) VALUE SPACES.
       01 Today-Date PIC 9(08).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Today-Date FROM DATE YYYYMMDD.
           MOVE Today-Date TO BATTLE-RUN-DATE.
           PERFORM Read-Playoff-Parm.
           PERFORM Tally-Regular-Season.
           IF Standing-Entry-Count > 0
               SORT Standing-Entry
                   ON DESCENDING KEY Std-Wins
                   ON ASCENDING KEY Std-Losses
           END-IF.
           PERFORM Seed-The-Field.
           IF Entrant-Count < 2
               DISPLAY "Fewer than two seeds - no playoff to play."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF Team-Play
               DISPLAY "===== Team Playoffs - " Entrant-Count
                   " seeds ====="
               MOVE "Q" TO BATTLE-TYPE-FLAG
               PERFORM Load-Team-Powers
           ELSE
               DISPLAY "===== Hero Playoffs - " Entrant-Count
                   " seeds ====="
               MOVE "P" TO BATTLE-TYPE-FLAG
           END-IF.
           PERFORM OPEN-BATTLE-FILES.
           PERFORM Play-One-Round UNTIL Entrant-Count = 1.
           PERFORM CLOSE-BATTLE-FILES.
           MOVE Ent-Name(1) TO Champion-Name.
           PERFORM Print-Bracket.
           DISPLAY "Playoff battles: " BATTLE-MATCHUPS-PLAYED.
           STOP RUN.

       Read-Playoff-Parm.
           OPEN INPUT Playoff-Parm-File.
           IF Parm-File-Ok
               READ Playoff-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Parm-Team-Play
                           MOVE "T" TO Playoff-Play
                       END-IF
                       IF Parm-Seed-Count IS NUMERIC
                           AND Parm-Seed-Count > 1
                           MOVE Parm-Seed-Count TO Seeds-Wanted
                       END-IF
               END-READ
               CLOSE Playoff-Parm-File
           END-IF.
           IF Seeds-Wanted > Max-Seeds
               MOVE Max-Seeds TO Seeds-Wanted
           END-IF.

      *> Only regular-season results count: individual battles for
      *> hero play, "T" team results for team play, and no earlier
      *> playoff battle either way.
       Tally-Regular-Season.
           OPEN INPUT Battle-History-File.
           IF BATTLE-HIST-STATUS NOT = "00"
               DISPLAY "No BATTLHST battle-history file found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM Read-Next-Result.
           PERFORM Tally-One-Result UNTIL Hist-Read-Eof.
           CLOSE Battle-History-File.

       Read-Next-Result.
           READ Battle-History-File
               AT END
                   SET Hist-Read-Eof TO TRUE
           END-READ.

       Tally-One-Result.
           IF NOT Bh-Playoff-Battle
               IF (Team-Play AND Bh-Team-Battle)
                   OR (NOT Team-Play AND NOT Bh-Team-Battle)
                   MOVE Bh-Hero1-Name TO Tally-Name
                   PERFORM Set-Tally-Outcome
                   PERFORM Tally-For-Name
                   MOVE Bh-Hero2-Name TO Tally-Name
                   PERFORM Set-Tally-Outcome
                   PERFORM Tally-For-Name
               END-IF
           END-IF.
           PERFORM Read-Next-Result.

       Set-Tally-Outcome.
           IF Bh-Is-Draw
               SET Tally-Draw TO TRUE
           ELSE
               IF Bh-Winner-Name = Tally-Name
                   SET Tally-Win TO TRUE
               ELSE
                   SET Tally-Loss TO TRUE
               END-IF
           END-IF.

       Tally-For-Name.
           MOVE "N" TO Standing-Found-Switch.
           PERFORM Tally-One-Entry
               VARYING Standing-Idx FROM 1 BY 1
               UNTIL Standing-Idx > Standing-Entry-Count
               OR Standing-Is-Found.
           IF NOT Standing-Is-Found
               AND Standing-Entry-Count < Max-Standing-Entries
               ADD 1 TO Standing-Entry-Count
               MOVE Tally-Name TO Std-Name(Standing-Entry-Count)
               MOVE 0 TO Std-Wins(Standing-Entry-Count)
               MOVE 0 TO Std-Losses(Standing-Entry-Count)
               MOVE 0 TO Std-Draws(Standing-Entry-Count)
               SET Standing-Idx TO Standing-Entry-Count
               PERFORM Apply-Tally-Outcome
           END-IF.

       Tally-One-Entry.
           IF Std-Name(Standing-Idx) = Tally-Name
               SET Standing-Is-Found TO TRUE
               PERFORM Apply-Tally-Outcome
           END-IF.

       Apply-Tally-Outcome.
           IF Tally-Win
               ADD 1 TO Std-Wins(Standing-Idx)
           ELSE
               IF Tally-Loss
                   ADD 1 TO Std-Losses(Standing-Idx)
               ELSE
                   ADD 1 TO Std-Draws(Standing-Idx)
               END-IF
           END-IF.

      *> A hero must be on the roster to fight; the pair-mode
      *> placeholders and departed heroes are passed over and the
      *> next in the table takes the seed.
       Seed-The-Field.
           DISPLAY "===== Playoff Seeding =====".
           MOVE 0 TO Entrant-Count.
           IF Team-Play
               PERFORM Seed-One-Standing
                   VARYING Standing-Idx FROM 1 BY 1
                   UNTIL Standing-Idx > Standing-Entry-Count
                   OR Entrant-Count = Seeds-Wanted
           ELSE
               OPEN INPUT Hero-Roster-File
               IF BATTLE-ROSTER-OK
                   PERFORM Seed-One-Standing
                       VARYING Standing-Idx FROM 1 BY 1
                       UNTIL Standing-Idx > Standing-Entry-Count
                       OR Entrant-Count = Seeds-Wanted
                   CLOSE Hero-Roster-File
               ELSE
                   DISPLAY "No HEROSTR hero roster found."
               END-IF
           END-IF.

       Seed-One-Standing.
           IF Team-Play
               PERFORM Add-Entrant
               MOVE 0 TO Ent-Power(Entrant-Count)
           ELSE
               MOVE Std-Name(Standing-Idx) TO HERO-NAME
               READ Hero-Roster-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Add-Entrant
                       MOVE HERO-POWER-LEVEL
                           TO Ent-Power(Entrant-Count)
               END-READ
           END-IF.

       Add-Entrant.
           ADD 1 TO Entrant-Count.
           MOVE Entrant-Count TO Ent-Seed(Entrant-Count).
           MOVE Std-Name(Standing-Idx) TO Ent-Name(Entrant-Count).
           DISPLAY "  Seed " Entrant-Count ": "
               Std-Name(Standing-Idx)
               " W " Std-Wins(Standing-Idx)
               " L " Std-Losses(Standing-Idx)
               " D " Std-Draws(Standing-Idx).

      *> A team fights at its members' summed roster power, capped
      *> at the five-digit battle field as team mode caps it.
       Load-Team-Powers.
           PERFORM Load-One-Team-Power
               VARYING Entrant-Sub FROM 1 BY 1
               UNTIL Entrant-Sub > Entrant-Count.

       Load-One-Team-Power.
           MOVE 0 TO Team-Power-Total.
           OPEN INPUT Hero-Team-File.
           IF Team-File-Ok
               OPEN INPUT Hero-Roster-File
               PERFORM Read-Next-Team-Member
               PERFORM Add-One-Member-Power UNTIL Team-File-Eof
               IF BATTLE-ROSTER-STATUS NOT = "35"
                   CLOSE Hero-Roster-File
               END-IF
               CLOSE Hero-Team-File
           END-IF.
           IF Team-Power-Total > 99999
               MOVE 99999 TO Team-Power-Total
           END-IF.
           MOVE Team-Power-Total TO Ent-Power(Entrant-Sub).

       Read-Next-Team-Member.
           READ Hero-Team-File
               AT END
                   SET Team-File-Eof TO TRUE
           END-READ.

       Add-One-Member-Power.
           IF Team-Name = Ent-Name(Entrant-Sub)
               MOVE Team-Member-Name TO HERO-NAME
               READ Hero-Roster-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD HERO-POWER-LEVEL TO Team-Power-Total
               END-READ
           END-IF.
           PERFORM Read-Next-Team-Member.

      *> With a field that is not a power of two, the top seeds sit
      *> the round out so the next round is one; the rest pair best
      *> seed against worst. The field going through is put back
      *> in seed order for the next round.
       Play-One-Round.
           ADD 1 TO Round-Number.
           MOVE 1 TO Power-Of-Two.
           PERFORM Double-Power-Of-Two
               UNTIL Power-Of-Two * 2 > Entrant-Count.
           IF Power-Of-Two = Entrant-Count
               MOVE 0 TO Bye-Count
           ELSE
               COMPUTE Bye-Count = Power-Of-Two * 2 - Entrant-Count
           END-IF.
           DISPLAY "-- Round " Round-Number " --".
           MOVE 0 TO Next-Count.
           PERFORM Carry-One-Bye
               VARYING Entrant-Sub FROM 1 BY 1
               UNTIL Entrant-Sub > Bye-Count.
           COMPUTE High-Seed-Sub = Bye-Count + 1.
           MOVE Entrant-Count TO Low-Seed-Sub.
           PERFORM Play-One-Pairing UNTIL High-Seed-Sub > Low-Seed-Sub.
           SORT Next-Entry.
           MOVE Next-Count TO Entrant-Count.
           PERFORM Copy-One-Survivor
               VARYING Entrant-Sub FROM 1 BY 1
               UNTIL Entrant-Sub > Entrant-Count.

       Double-Power-Of-Two.
           COMPUTE Power-Of-Two = Power-Of-Two * 2.

       Carry-One-Bye.
           ADD 1 TO Next-Count.
           MOVE Entrant-Entry(Entrant-Sub) TO Next-Entry(Next-Count).
           ADD 1 TO Bracket-Line-Count.
           MOVE Round-Number TO Brk-Round(Bracket-Line-Count).
           MOVE Ent-Seed(Entrant-Sub)
               TO Brk-Seed-1(Bracket-Line-Count).
           MOVE Ent-Name(Entrant-Sub)
               TO Brk-Name-1(Bracket-Line-Count).
           MOVE 0 TO Brk-Seed-2(Bracket-Line-Count).
           MOVE SPACES TO Brk-Name-2(Bracket-Line-Count).
           MOVE Ent-Name(Entrant-Sub)
               TO Brk-Winner(Bracket-Line-Count).

      *> The better seed fights as the first side, so it is the one
      *> that goes through on equal power.
       Play-One-Pairing.
           MOVE Ent-Name(High-Seed-Sub) TO BATTLE-HERO1-NAME.
           MOVE Ent-Power(High-Seed-Sub) TO BATTLE-HERO1-POWER.
           MOVE Ent-Name(Low-Seed-Sub) TO BATTLE-HERO2-NAME.
           MOVE Ent-Power(Low-Seed-Sub) TO BATTLE-HERO2-POWER.
           PERFORM PLAY-BATTLE-MATCHUP.
           ADD 1 TO Next-Count.
           ADD 1 TO Bracket-Line-Count.
           MOVE Round-Number TO Brk-Round(Bracket-Line-Count).
           MOVE Ent-Seed(High-Seed-Sub)
               TO Brk-Seed-1(Bracket-Line-Count).
           MOVE Ent-Name(High-Seed-Sub)
               TO Brk-Name-1(Bracket-Line-Count).
           MOVE Ent-Seed(Low-Seed-Sub)
               TO Brk-Seed-2(Bracket-Line-Count).
           MOVE Ent-Name(Low-Seed-Sub)
               TO Brk-Name-2(Bracket-Line-Count).
           MOVE Bh-Winner-Name TO Brk-Winner(Bracket-Line-Count).
           IF Bh-Winner-Name = Ent-Name(High-Seed-Sub)
               MOVE Entrant-Entry(High-Seed-Sub)
                   TO Next-Entry(Next-Count)
               MOVE Ent-Name(Low-Seed-Sub) TO Runner-Up-Name
           ELSE
               MOVE Entrant-Entry(Low-Seed-Sub)
                   TO Next-Entry(Next-Count)
               MOVE Ent-Name(High-Seed-Sub) TO Runner-Up-Name
           END-IF.
           ADD 1 TO High-Seed-Sub.
           SUBTRACT 1 FROM Low-Seed-Sub.

       Copy-One-Survivor.
           MOVE Next-Entry(Entrant-Sub) TO Entrant-Entry(Entrant-Sub).

       Print-Bracket.
           DISPLAY "===== Playoff Bracket =====".
           MOVE 0 TO Printed-Round.
           PERFORM Print-One-Bracket-Line
               VARYING Bracket-Sub FROM 1 BY 1
               UNTIL Bracket-Sub > Bracket-Line-Count.
           DISPLAY "Champion:  " Champion-Name.
           DISPLAY "Runner-up: " Runner-Up-Name.

       Print-One-Bracket-Line.
           IF Brk-Round(Bracket-Sub) NOT = Printed-Round
               MOVE Brk-Round(Bracket-Sub) TO Printed-Round
               IF Printed-Round = Round-Number
                   DISPLAY "-- Final --"
               ELSE
                   DISPLAY "-- Round " Printed-Round " --"
               END-IF
           END-IF.
           IF Brk-Seed-2(Bracket-Sub) = 0
               DISPLAY "  (" Brk-Seed-1(Bracket-Sub) ") "
                   Brk-Name-1(Bracket-Sub) " bye"
           ELSE
               DISPLAY "  (" Brk-Seed-1(Bracket-Sub) ") "
                   Brk-Name-1(Bracket-Sub) " v ("
                   Brk-Seed-2(Bracket-Sub) ") "
                   Brk-Name-2(Bracket-Sub) " - "
                   Brk-Winner(Bracket-Sub)
           END-IF.

       COPY BATLPROC.
