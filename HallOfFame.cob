      *> and careers are the individual table's.
      *> Maintenance History
      *> 2026-09-02: Initial version.
      *> 2026-10-15: Each season line is followed by the playoff
      *> champion and runner-up SeasonClose marked on SEASTBL, for
      *> the heroes' playoffs and the teams' alike, when the season
      *> had one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              10 Tbl-To-Date        PIC 9(08).
              10 Tbl-Champion       PIC A(20).
              10 Tbl-Champion-Wins  PIC 9(05).
              10 Tbl-Playoff-Champion PIC A(20).
              10 Tbl-Playoff-Runner-Up PIC A(20).
              10 Tbl-Team-Champion  PIC A(20).
              10 Tbl-Team-Runner-Up PIC A(20).
       01 Season-Found-Switch PIC X(01) VALUE "N".
          88 Season-Is-Found VALUE "Y".

           END-READ.

      *> Individual lines drive the champion (highest wins seen
      *> for the season) and the career totals; team lines count
      *> only for the team playoff finish.
       Fold-One-Standing.
           ADD 1 TO Lines-Read.
           IF NOT Sst-Team-Standing
               PERFORM Fold-Into-Season
               PERFORM Fold-Into-Career
           ELSE
               IF Sst-Playoff-Finish NOT = SPACE
                   PERFORM Fold-Into-Season
               END-IF
           END-IF.
           PERFORM Read-Next-Standing.

               MOVE Sst-Season-Id TO Tbl-Season-Id(Season-Sub)
               MOVE Sst-From-Date TO Tbl-From-Date(Season-Sub)
               MOVE Sst-To-Date TO Tbl-To-Date(Season-Sub)
               MOVE SPACES TO Tbl-Champion(Season-Sub)
               MOVE 0 TO Tbl-Champion-Wins(Season-Sub)
               MOVE SPACES TO Tbl-Playoff-Champion(Season-Sub)
               MOVE SPACES TO Tbl-Playoff-Runner-Up(Season-Sub)
               MOVE SPACES TO Tbl-Team-Champion(Season-Sub)
               MOVE SPACES TO Tbl-Team-Runner-Up(Season-Sub)
               PERFORM Apply-Standing-To-Season
           END-IF.

       Match-One-Season.
           IF Tbl-Season-Id(Season-Sub) = Sst-Season-Id
               SET Season-Is-Found TO TRUE
               PERFORM Apply-Standing-To-Season
           END-IF.

       Apply-Standing-To-Season.
           IF Sst-Team-Standing
               IF Sst-Playoff-Champion
                   MOVE Sst-Name TO Tbl-Team-Champion(Season-Sub)
               END-IF
               IF Sst-Playoff-Runner-Up
                   MOVE Sst-Name TO Tbl-Team-Runner-Up(Season-Sub)
               END-IF
           ELSE
               IF Sst-Wins > Tbl-Champion-Wins(Season-Sub)
                   OR Tbl-Champion(Season-Sub) = SPACES
                   MOVE Sst-Name TO Tbl-Champion(Season-Sub)
                   MOVE Sst-Wins TO Tbl-Champion-Wins(Season-Sub)
               END-IF
               IF Sst-Playoff-Champion
                   MOVE Sst-Name TO Tbl-Playoff-Champion(Season-Sub)
               END-IF
               IF Sst-Playoff-Runner-Up
                   MOVE Sst-Name TO Tbl-Playoff-Runner-Up(Season-Sub)
               END-IF
           END-IF.

       Fold-Into-Career.
               Tbl-To-Date(Season-Sub) "): "
               Tbl-Champion(Season-Sub) " with "
               Tbl-Champion-Wins(Season-Sub) " wins".
           IF Tbl-Playoff-Champion(Season-Sub) NOT = SPACES
               DISPLAY "    Playoff champion "
                   Tbl-Playoff-Champion(Season-Sub) " runner-up "
                   Tbl-Playoff-Runner-Up(Season-Sub)
           END-IF.
           IF Tbl-Team-Champion(Season-Sub) NOT = SPACES
               DISPLAY "    Team playoff champion "
                   Tbl-Team-Champion(Season-Sub) " runner-up "
                   Tbl-Team-Runner-Up(Season-Sub)
           END-IF.

       Print-One-Career.
           DISPLAY "  " Car-Hero-Name(Career-Idx) " "
