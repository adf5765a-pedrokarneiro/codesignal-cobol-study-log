       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeroRatingReport.
      *> HeroRatingReport ranks the HEROSTR roster by the skill
      *> rating BattleSimulation moves after every rated battle,
      *> strongest first - the table BattleStandings cannot give,
      *> since a win there counts the same whoever it was against.
      *> Beside each hero's rating it shows the season's trend from
      *> the RATEHIST rating history: the rating the hero started
      *> the season on, the season's high and low, the change since
      *> the start, the battles rated and the last five results.
      *> The season is everything rated after the latest season
      *> SeasonClose froze to SEASTBL; with no season closed yet,
      *> the whole history counts.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Hero-Roster-File ASSIGN TO "HEROSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HERO-NAME
               FILE STATUS IS Roster-File-Status.

           SELECT Rating-History-File ASSIGN TO "RATEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rate-File-Status.

           SELECT Season-Table-File ASSIGN TO "SEASTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Stbl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Hero-Roster-File.
       COPY HEROREC.

       FD  Rating-History-File.
       COPY RATEHIST.

       FD  Season-Table-File.
       COPY SEASTBL.

       WORKING-STORAGE SECTION.
       01 Roster-File-Status PIC X(02) VALUE "00".
          88 Roster-File-Ok VALUE "00".
          88 Roster-File-Eof VALUE "10".

       01 Rate-File-Status PIC X(02) VALUE "00".
          88 Rate-File-Ok VALUE "00".
          88 Rate-File-Eof VALUE "10".

       01 Stbl-File-Status PIC X(02) VALUE "00".
          88 Stbl-File-Ok VALUE "00".
          88 Stbl-File-Eof VALUE "10".

       01 Season-Start-After PIC 9(08) VALUE 0.

       01 Max-Rated-Heroes PIC 9(03) VALUE 100.
       01 Rated-Hero-Count PIC 9(03) VALUE 0.
       01 Rated-Hero-Table.
           05 Rated-Hero-Entry OCCURS 1 TO 100 TIMES
              DEPENDING ON Rated-Hero-Count
              DESCENDING KEY IS Rtg-Rating
              INDEXED BY Rated-Idx.
              10 Rtg-Hero-Name      PIC A(20).
              10 Rtg-Rating         PIC 9(04).
              10 Rtg-Season-Start   PIC 9(04).
              10 Rtg-Season-High    PIC 9(04).
              10 Rtg-Season-Low     PIC 9(04).
              10 Rtg-Season-Battles PIC 9(05).
              10 Rtg-Recent         PIC X(05).
       01 Hero-Found-Switch PIC X(01) VALUE "N".
          88 Hero-Is-Found VALUE "Y".

       01 Work-Recent PIC X(05).
       01 Season-Change PIC S9(04).
       01 Season-Change-Edit PIC +++++9.
       01 Trend-Word PIC X(04).
       01 Rank-Number PIC 9(03).
       01 Changes-Read PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Find-Season-Start.
           PERFORM Load-Roster-Ratings.
           IF Rated-Hero-Count = 0
               DISPLAY "No heroes on the roster to rank."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM Apply-Rating-History.
           SORT Rated-Hero-Entry.
           DISPLAY "===== Hero Skill Ratings =====".
           IF Season-Start-After = 0
               DISPLAY "Season trend: all rated battles on file"
           ELSE
               DISPLAY "Season trend: battles rated after "
                   Season-Start-After
           END-IF.
           DISPLAY "RANK HERO                 RATING  START   HIGH"
               "    LOW  CHANGE  RATED  LAST5  TREND".
           MOVE 0 TO Rank-Number.
           PERFORM Print-One-Rating
               VARYING Rated-Idx FROM 1 BY 1
               UNTIL Rated-Idx > Rated-Hero-Count.
           DISPLAY "Heroes ranked: " Rated-Hero-Count.
           DISPLAY "Rating changes this season: " Changes-Read.
           STOP RUN.

      *> The season starts after the latest closing date frozen to
      *> SEASTBL.
       Find-Season-Start.
           OPEN INPUT Season-Table-File.
           IF Stbl-File-Ok
               PERFORM Read-Next-Season-Line
               PERFORM Check-One-Season-Line UNTIL Stbl-File-Eof
               CLOSE Season-Table-File
           END-IF.

       Read-Next-Season-Line.
           READ Season-Table-File
               AT END
                   SET Stbl-File-Eof TO TRUE
           END-READ.

       Check-One-Season-Line.
           IF Sst-To-Date > Season-Start-After
               MOVE Sst-To-Date TO Season-Start-After
           END-IF.
           PERFORM Read-Next-Season-Line.

      *> A hero with nothing rated this season shows its current
      *> rating as start, high and low.
       Load-Roster-Ratings.
           OPEN INPUT Hero-Roster-File.
           IF Roster-File-Ok
               MOVE LOW-VALUES TO HERO-NAME
               START Hero-Roster-File KEY IS GREATER THAN HERO-NAME
                   INVALID KEY
                       SET Roster-File-Eof TO TRUE
               END-START
               IF Roster-File-Ok
                   PERFORM Read-Next-Roster-Hero
               END-IF
               PERFORM Store-Roster-Hero
                   UNTIL Roster-File-Eof
                   OR Rated-Hero-Count = Max-Rated-Heroes
               CLOSE Hero-Roster-File
           ELSE
               DISPLAY "No HEROSTR hero roster found."
           END-IF.

       Read-Next-Roster-Hero.
           READ Hero-Roster-File NEXT RECORD
               AT END
                   SET Roster-File-Eof TO TRUE
           END-READ.

       Store-Roster-Hero.
           ADD 1 TO Rated-Hero-Count.
           MOVE HERO-NAME TO Rtg-Hero-Name(Rated-Hero-Count).
           MOVE HERO-SKILL-RATING TO Rtg-Rating(Rated-Hero-Count).
           MOVE HERO-SKILL-RATING
               TO Rtg-Season-Start(Rated-Hero-Count).
           MOVE HERO-SKILL-RATING
               TO Rtg-Season-High(Rated-Hero-Count).
           MOVE HERO-SKILL-RATING
               TO Rtg-Season-Low(Rated-Hero-Count).
           MOVE 0 TO Rtg-Season-Battles(Rated-Hero-Count).
           MOVE SPACES TO Rtg-Recent(Rated-Hero-Count).
           PERFORM Read-Next-Roster-Hero.

       Apply-Rating-History.
           OPEN INPUT Rating-History-File.
           IF Rate-File-Ok
               PERFORM Read-Next-Rating-Change
               PERFORM Apply-One-Rating-Change UNTIL Rate-File-Eof
               CLOSE Rating-History-File
           ELSE
               DISPLAY "No RATEHIST rating history - no season"
                   " trend to show."
           END-IF.

       Read-Next-Rating-Change.
           READ Rating-History-File
               AT END
                   SET Rate-File-Eof TO TRUE
           END-READ.

       Apply-One-Rating-Change.
           IF Rh-Battle-Date > Season-Start-After
               ADD 1 TO Changes-Read
               MOVE "N" TO Hero-Found-Switch
               PERFORM Match-One-Rated-Hero
                   VARYING Rated-Idx FROM 1 BY 1
                   UNTIL Rated-Idx > Rated-Hero-Count
                   OR Hero-Is-Found
           END-IF.
           PERFORM Read-Next-Rating-Change.

       Match-One-Rated-Hero.
           IF Rtg-Hero-Name(Rated-Idx) = Rh-Hero-Name
               SET Hero-Is-Found TO TRUE
               PERFORM Fold-Rating-Change
           END-IF.

      *> The season's first change sets the starting rating; the
      *> last five results roll left, newest on the right.
       Fold-Rating-Change.
           IF Rtg-Season-Battles(Rated-Idx) = 0
               MOVE Rh-Old-Rating TO Rtg-Season-Start(Rated-Idx)
               MOVE Rh-Old-Rating TO Rtg-Season-High(Rated-Idx)
               MOVE Rh-Old-Rating TO Rtg-Season-Low(Rated-Idx)
           END-IF.
           ADD 1 TO Rtg-Season-Battles(Rated-Idx).
           IF Rh-New-Rating > Rtg-Season-High(Rated-Idx)
               MOVE Rh-New-Rating TO Rtg-Season-High(Rated-Idx)
           END-IF.
           IF Rh-New-Rating < Rtg-Season-Low(Rated-Idx)
               MOVE Rh-New-Rating TO Rtg-Season-Low(Rated-Idx)
           END-IF.
           MOVE Rtg-Recent(Rated-Idx) TO Work-Recent.
           MOVE Work-Recent(2:4) TO Rtg-Recent(Rated-Idx)(1:4).
           MOVE Rh-Result TO Rtg-Recent(Rated-Idx)(5:1).

       Print-One-Rating.
           ADD 1 TO Rank-Number.
           COMPUTE Season-Change =
               Rtg-Rating(Rated-Idx) - Rtg-Season-Start(Rated-Idx).
           MOVE Season-Change TO Season-Change-Edit.
           IF Season-Change > 0
               MOVE "UP" TO Trend-Word
           ELSE
               IF Season-Change < 0
                   MOVE "DOWN" TO Trend-Word
               ELSE
                   MOVE "FLAT" TO Trend-Word
               END-IF
           END-IF.
           DISPLAY " " Rank-Number " " Rtg-Hero-Name(Rated-Idx)
               " " Rtg-Rating(Rated-Idx)
               "   " Rtg-Season-Start(Rated-Idx)
               "   " Rtg-Season-High(Rated-Idx)
               "   " Rtg-Season-Low(Rated-Idx)
               "  " Season-Change-Edit
               "  " Rtg-Season-Battles(Rated-Idx)
               "  " Rtg-Recent(Rated-Idx)
               "  " Trend-Word.
