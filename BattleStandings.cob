      *> mode writes are now tallied into their own team-standings
      *> section alongside the individual table, so the team league
      *> stops being added up by hand.
      *> 2026-10-15: PlayoffBracket's playoff battles ("P" and "Q")
      *> are left out - the standings are the regular season's, and
      *> they are what the playoff seeds come from.
      *> 2026-10-15: Every individual battle is also credited to the
      *> team each hero was on that day - the HEROTEAM membership,
      *> worked back through the TRADELOG trade log HeroTrade
      *> writes, so a hero traded mid-season leaves their earlier
      *> wins with the team they earned them for. The team table
      *> shows these member results beside the team results.
      *> 2026-08-22: The in-memory sort table now carries OCCURS
      *> DEPENDING ON its entry count - a table SORT sorts every
      *> occurrence, so the old fixed OCCURS let the unused blank
      *> 2026-08-22: A missing HEROSTR roster no longer swallows
      *> the standings lines - every hero prints as unrostered,
      *> as the listing always promised.
      *> 2026-10-15: A HEROTEAM or trade-log file larger than its
      *> table now refuses the run with condition code 8 instead
      *> of silently ignoring the rest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS HERO-NAME
               FILE STATUS IS Roster-File-Status.

           SELECT Hero-Team-File ASSIGN TO "HEROTEAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Team-File-Status.

           SELECT Trade-Log-File ASSIGN TO "TRADELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Log-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Battle-History-File.
       FD  Hero-Roster-File.
       COPY HEROREC.

       FD  Hero-Team-File.
       COPY TEAMREC.

       FD  Trade-Log-File.
       COPY TRADELOG.

       WORKING-STORAGE SECTION.
       01 Hist-File-Status PIC X(02) VALUE "00".
          88 Hist-File-Ok VALUE "00".
              10 Tsd-Wins           PIC 9(05).
              10 Tsd-Losses         PIC 9(05).
              10 Tsd-Draws          PIC 9(05).
              10 Tsd-Member-Wins    PIC 9(05).
              10 Tsd-Member-Losses  PIC 9(05).
              10 Tsd-Member-Draws   PIC 9(05).
       01 Team-Found-Switch PIC X(01) VALUE "N".
          88 Team-Is-Found VALUE "Y".
       01 Team-Results-Read PIC 9(05) VALUE 0.
       01 Team-Credit-Kind PIC X(01) VALUE "R".
          88 Team-Result-Credit VALUE "R".
          88 Member-Result-Credit VALUE "M".
       01 Member-Credits PIC 9(05) VALUE 0.

       01 Team-File-Status PIC X(02) VALUE "00".
          88 Team-File-Ok VALUE "00".
          88 Team-File-Eof VALUE "10".

       01 Log-File-Status PIC X(02) VALUE "00".
          88 Log-File-Ok VALUE "00".
          88 Log-File-Eof VALUE "10".

       01 Max-Memberships PIC 9(03) VALUE 500.
       01 Membership-Count PIC 9(03) VALUE 0.
       01 Member-Sub PIC 9(03).
       01 Membership-Table.
           05 Membership-Entry OCCURS 500 TIMES.
              10 Mbr-Team-Name      PIC A(20).
              10 Mbr-Hero-Name      PIC A(20).

       01 Max-Trade-Moves PIC 9(04) VALUE 1000.
       01 Trade-Move-Count PIC 9(04) VALUE 0.
       01 Trade-Sub PIC 9(04).
       01 Trade-Move-Table.
           05 Trade-Move-Entry OCCURS 1000 TIMES.
              10 Tmv-Hero-Name      PIC A(20).
              10 Tmv-From-Team      PIC A(20).
              10 Tmv-Trade-Date     PIC 9(08).

       01 Dated-Team PIC A(20).
       01 Saved-Tally-Name PIC A(20).
       01 Next-Trade-Date PIC 9(08).
       01 Team-Member-Switch PIC X(01) VALUE "N".
          88 Team-Member-Found VALUE "Y".

       01 Tally-Name PIC A(20).
       01 Tally-Outcome PIC X(01).
          88 Hero-Is-Found VALUE "Y".

       01 Results-Read PIC 9(05) VALUE 0.
       01 Playoff-Results-Skipped PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM Load-Memberships.
           PERFORM Load-Trade-Moves.
           PERFORM Read-Next-Result.
           PERFORM Tally-One-Result UNTIL Hist-File-Eof.
           CLOSE Battle-History-File.
           END-IF.
           DISPLAY "Results tallied: " Results-Read.
           DISPLAY "Team results tallied: " Team-Results-Read.
           DISPLAY "Member results credited to teams: "
               Member-Credits.
           IF Playoff-Results-Skipped > 0
               DISPLAY "Playoff results not in the standings: "
                   Playoff-Results-Skipped
           END-IF.
           STOP RUN.

      *> The current memberships; a hero on no team earns no team
      *> credit, and with no HEROTEAM file nobody does.
       Load-Memberships.
           OPEN INPUT Hero-Team-File.
           IF Team-File-Ok
               PERFORM Read-Next-Team-Member
               PERFORM Store-One-Membership
                   UNTIL Team-File-Eof
               CLOSE Hero-Team-File
           END-IF.

       Read-Next-Team-Member.
           READ Hero-Team-File
               AT END
                   SET Team-File-Eof TO TRUE
           END-READ.

      *> A membership the table cannot hold would credit that
      *> hero's results to no team, so an overflow refuses the run.
       Store-One-Membership.
           IF Membership-Count = Max-Memberships
               DISPLAY "HEROTEAM holds more than " Max-Memberships
                   " memberships - refusing rather than dropping"
                   " the tail."
               CLOSE Hero-Team-File
               CLOSE Battle-History-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO Membership-Count.
           MOVE Team-Name TO Mbr-Team-Name(Membership-Count).
           MOVE Team-Member-Name TO Mbr-Hero-Name(Membership-Count).
           PERFORM Read-Next-Team-Member.

       Load-Trade-Moves.
           OPEN INPUT Trade-Log-File.
           IF Log-File-Ok
               PERFORM Read-Next-Trade-Move
               PERFORM Store-One-Trade-Move
                   UNTIL Log-File-Eof
               CLOSE Trade-Log-File
           END-IF.

       Read-Next-Trade-Move.
           READ Trade-Log-File
               AT END
                   SET Log-File-Eof TO TRUE
           END-READ.

      *> Likewise a trade the table cannot hold would credit the
      *> hero's earlier results to the wrong team.
       Store-One-Trade-Move.
           IF Trade-Move-Count = Max-Trade-Moves
               DISPLAY "TRADELOG holds more than " Max-Trade-Moves
                   " trades - refusing rather than dropping"
                   " the tail."
               CLOSE Trade-Log-File
               CLOSE Battle-History-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO Trade-Move-Count.
           MOVE Tl-Hero-Name TO Tmv-Hero-Name(Trade-Move-Count).
           MOVE Tl-From-Team TO Tmv-From-Team(Trade-Move-Count).
           MOVE Tl-Trade-Date TO Tmv-Trade-Date(Trade-Move-Count).
           PERFORM Read-Next-Trade-Move.

       Read-Next-Result.
           READ Battle-History-File
               AT END
           END-READ.

       Tally-One-Result.
           IF Bh-Playoff-Battle
               ADD 1 TO Playoff-Results-Skipped
           ELSE
               IF Bh-Team-Battle
                   PERFORM Tally-Team-Result
               ELSE
                   PERFORM Tally-Individual-Result
               END-IF
           END-IF.
           PERFORM Read-Next-Result.

               END-IF
           END-IF.
           PERFORM Tally-For-Hero.
           PERFORM Credit-Hero-Team.
           MOVE Bh-Hero2-Name TO Tally-Name.
           IF Bh-Is-Draw
               SET Tally-Draw TO TRUE
               END-IF
           END-IF.
           PERFORM Tally-For-Hero.
           PERFORM Credit-Hero-Team.

      *> The team a hero was on at the battle is the team they left
      *> in their first trade dated after the battle; with no such
      *> trade it is the team they are on now. A trade takes effect
      *> on its trade date, battles that day included.
       Credit-Hero-Team.
           MOVE SPACES TO Dated-Team.
           MOVE 99999999 TO Next-Trade-Date.
           PERFORM Check-One-Trade-Move
               VARYING Trade-Sub FROM 1 BY 1
               UNTIL Trade-Sub > Trade-Move-Count.
           IF Next-Trade-Date = 99999999
               MOVE "N" TO Team-Member-Switch
               PERFORM Check-One-Membership
                   VARYING Member-Sub FROM 1 BY 1
                   UNTIL Member-Sub > Membership-Count
                   OR Team-Member-Found
           END-IF.
           IF Dated-Team NOT = SPACES
               ADD 1 TO Member-Credits
               MOVE Tally-Name TO Saved-Tally-Name
               MOVE Dated-Team TO Tally-Name
               SET Member-Result-Credit TO TRUE
               PERFORM Tally-For-Team
               SET Team-Result-Credit TO TRUE
               MOVE Saved-Tally-Name TO Tally-Name
           END-IF.

       Check-One-Trade-Move.
           IF Tmv-Hero-Name(Trade-Sub) = Tally-Name
               AND Tmv-Trade-Date(Trade-Sub) > Bh-Run-Date
               AND Tmv-Trade-Date(Trade-Sub) < Next-Trade-Date
               MOVE Tmv-Trade-Date(Trade-Sub) TO Next-Trade-Date
               MOVE Tmv-From-Team(Trade-Sub) TO Dated-Team
           END-IF.

       Check-One-Membership.
           IF Mbr-Hero-Name(Member-Sub) = Tally-Name
               SET Team-Member-Found TO TRUE
               MOVE Mbr-Team-Name(Member-Sub) TO Dated-Team
           END-IF.

      *> A "T" record carries the two team identities; each team
      *> takes a win, loss or draw into its own table.
               MOVE 0 TO Tsd-Wins(Team-Entry-Count)
               MOVE 0 TO Tsd-Losses(Team-Entry-Count)
               MOVE 0 TO Tsd-Draws(Team-Entry-Count)
               MOVE 0 TO Tsd-Member-Wins(Team-Entry-Count)
               MOVE 0 TO Tsd-Member-Losses(Team-Entry-Count)
               MOVE 0 TO Tsd-Member-Draws(Team-Entry-Count)
               SET Team-Idx TO Team-Entry-Count
               PERFORM Apply-Team-Outcome
           END-IF.
           END-IF.

       Apply-Team-Outcome.
           IF Member-Result-Credit
               PERFORM Apply-Member-Outcome
           ELSE
               PERFORM Apply-Team-Result-Outcome
           END-IF.

       Apply-Member-Outcome.
           IF Tally-Win
               ADD 1 TO Tsd-Member-Wins(Team-Idx)
           ELSE
               IF Tally-Loss
                   ADD 1 TO Tsd-Member-Losses(Team-Idx)
               ELSE
                   ADD 1 TO Tsd-Member-Draws(Team-Idx)
               END-IF
           END-IF.

       Apply-Team-Result-Outcome.
           IF Tally-Win
               ADD 1 TO Tsd-Wins(Team-Idx)
           ELSE
           DISPLAY "  " Tsd-Team-Name(Team-Idx)
               " W " Tsd-Wins(Team-Idx)
               " L " Tsd-Losses(Team-Idx)
               " D " Tsd-Draws(Team-Idx)
               "  members W " Tsd-Member-Wins(Team-Idx)
               " L " Tsd-Member-Losses(Team-Idx)
               " D " Tsd-Member-Draws(Team-Idx).

       Print-Unrostered-Standing.
           DISPLAY "  " Std-Hero-Name(Standing-Idx)
