      *> HallOfFame report reads the archives back.
      *> Maintenance History
      *> 2026-09-02: Initial version.
      *> 2026-10-15: PlayoffBracket's playoff battles are archived
      *> with the rest but kept out of the frozen regular-season
      *> tables. The last individual playoff battle ("P") and the
      *> last team playoff result ("Q") are each season's finals:
      *> their winner is marked champion and their loser runner-up
      *> on the SEASTBL line, so HallOfFame can show them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              10 Std-Wins           PIC 9(05).
              10 Std-Losses         PIC 9(05).
              10 Std-Draws          PIC 9(05).
              10 Std-Finish         PIC X(01).
       01 Standing-Found-Switch PIC X(01) VALUE "N".
          88 Standing-Is-Found VALUE "Y".

          88 Tally-Loss VALUE "L".
          88 Tally-Draw VALUE "D".

      *> The finals seen so far; a later final replaces an earlier.
       01 Playoff-Finals.
           05 Final-Champion        PIC A(20) VALUE SPACES.
           05 Final-Runner-Up       PIC A(20) VALUE SPACES.
           05 Team-Final-Champion   PIC A(20) VALUE SPACES.
           05 Team-Final-Runner-Up  PIC A(20) VALUE SPACES.
       01 Finish-Code PIC X(01).

       01 Results-Archived PIC 9(05) VALUE 0.
       01 Standings-Frozen PIC 9(03) VALUE 0.

           DISPLAY "===== Season Close - season "
               Parm-Season-Id " =====".
           PERFORM Tally-And-Archive-History.
           PERFORM Mark-Playoff-Finishes.
           PERFORM Freeze-Final-Standings.
           PERFORM Restart-History-Clean.
           DISPLAY "Results archived: " Results-Archived.
           MOVE Parm-Season-Id TO Sar-Season-Id.
           MOVE Battle-History-Record TO Sar-Battle-Data.
           WRITE Season-Archive-Record.
           IF Bh-Playoff-Battle
               PERFORM Note-Playoff-Final
           ELSE
               PERFORM Tally-Regular-Result
           END-IF.
           PERFORM Read-Next-Result.

      *> Playoff battles are played in bracket order, so the last
      *> one of each kind on the history is its final.
       Note-Playoff-Final.
           IF Bh-Team-Playoff
               MOVE Bh-Winner-Name TO Team-Final-Champion
               IF Bh-Winner-Name = Bh-Hero1-Name
                   MOVE Bh-Hero2-Name TO Team-Final-Runner-Up
               ELSE
                   MOVE Bh-Hero1-Name TO Team-Final-Runner-Up
               END-IF
           ELSE
               MOVE Bh-Winner-Name TO Final-Champion
               IF Bh-Winner-Name = Bh-Hero1-Name
                   MOVE Bh-Hero2-Name TO Final-Runner-Up
               ELSE
                   MOVE Bh-Hero1-Name TO Final-Runner-Up
               END-IF
           END-IF.

       Tally-Regular-Result.
           IF Bh-Team-Battle
               MOVE "T" TO Tally-Type
           ELSE
               END-IF
           END-IF.
           PERFORM Tally-One-Name.

       Tally-One-Name.
           MOVE "N" TO Standing-Found-Switch.
               MOVE 0 TO Std-Wins(Standing-Sub)
               MOVE 0 TO Std-Losses(Standing-Sub)
               MOVE 0 TO Std-Draws(Standing-Sub)
               MOVE SPACE TO Std-Finish(Standing-Sub)
               PERFORM Apply-Tally-Outcome
           END-IF.

               END-IF
           END-IF.

       Mark-Playoff-Finishes.
           IF Final-Champion NOT = SPACES
               MOVE "I" TO Tally-Type
               MOVE Final-Champion TO Tally-Name
               MOVE "C" TO Finish-Code
               PERFORM Mark-One-Finish
               MOVE Final-Runner-Up TO Tally-Name
               MOVE "R" TO Finish-Code
               PERFORM Mark-One-Finish
               DISPLAY "Playoff champion: " Final-Champion
                   "  runner-up: " Final-Runner-Up
           END-IF.
           IF Team-Final-Champion NOT = SPACES
               MOVE "T" TO Tally-Type
               MOVE Team-Final-Champion TO Tally-Name
               MOVE "C" TO Finish-Code
               PERFORM Mark-One-Finish
               MOVE Team-Final-Runner-Up TO Tally-Name
               MOVE "R" TO Finish-Code
               PERFORM Mark-One-Finish
               DISPLAY "Team playoff champion: " Team-Final-Champion
                   "  runner-up: " Team-Final-Runner-Up
           END-IF.

      *> A finalist always has a regular-season line, since the
      *> seeds come from the standings; one that somehow does not
      *> is given a line of its own to carry the finish.
       Mark-One-Finish.
           MOVE "N" TO Standing-Found-Switch.
           PERFORM Find-One-Finisher
               VARYING Standing-Sub FROM 1 BY 1
               UNTIL Standing-Sub > Standing-Entry-Count
               OR Standing-Is-Found.
           IF NOT Standing-Is-Found
               AND Standing-Entry-Count < Max-Standing-Entries
               ADD 1 TO Standing-Entry-Count
               MOVE Standing-Entry-Count TO Standing-Sub
               MOVE Tally-Type TO Std-Type(Standing-Sub)
               MOVE Tally-Name TO Std-Name(Standing-Sub)
               MOVE 0 TO Std-Wins(Standing-Sub)
               MOVE 0 TO Std-Losses(Standing-Sub)
               MOVE 0 TO Std-Draws(Standing-Sub)
               MOVE Finish-Code TO Std-Finish(Standing-Sub)
           END-IF.

       Find-One-Finisher.
           IF Std-Name(Standing-Sub) = Tally-Name
               AND Std-Type(Standing-Sub) = Tally-Type
               SET Standing-Is-Found TO TRUE
               MOVE Finish-Code TO Std-Finish(Standing-Sub)
           END-IF.

       Freeze-Final-Standings.
           OPEN EXTEND Season-Table-File.
           IF Stbl-File-Status = "35"
           MOVE Std-Wins(Standing-Sub) TO Sst-Wins.
           MOVE Std-Losses(Standing-Sub) TO Sst-Losses.
           MOVE Std-Draws(Standing-Sub) TO Sst-Draws.
           MOVE Std-Finish(Standing-Sub) TO Sst-Playoff-Finish.
           WRITE Season-Standing-Record.
           ADD 1 TO Standings-Frozen.

