      *> HERO-POWER-LEVEL, and the team result lands on BATTLHST
      *> as a "T" record carrying the team identities - so the
      *> league we actually run stops being tallied by hand.
      *> 2026-10-15: Every individual battle between two rostered
      *> heroes now moves both heroes' HEROSTR skill ratings: each
      *> hero's expected score comes from the gap between the two
      *> ratings, and the rating moves by the K factor times the
      *> difference between the result and that expectation - so
      *> beating a stronger hero gains more than beating a weaker
      *> one, and a draw pulls the two ratings together. Each
      *> change is written to the RATEHIST rating history. Team
      *> results and the pair-mode placeholders are not rated.
      *> 2026-10-15: The matchup, battle-history and rating
      *> paragraphs moved to the shared BATLWS/BATLPROC copybooks
      *> so PlayoffBracket fights its playoff battles the same way.
      *> 2026-10-15: Battles between named heroes (tournament and
      *> team modes) now carry the BATLFEE entry fee and prize
      *> purse through the power budget: both heroes' fees are
      *> debited and the purse credited to the winner (split on a
      *> draw) as PWRBTRAN entries for HeroBudgetPosting. A hero
      *> whose PWRBUDG budget, less what the run has already
      *> charged, cannot cover the fee is scratched and the battle
      *> is not played. In team mode a scratched pair's powers both
      *> leave their team totals, since neither member fought.
      *> With no BATLFEE amounts nothing is charged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HERO-NAME
               FILE STATUS IS BATTLE-ROSTER-STATUS.

           SELECT Battle-History-File ASSIGN TO "BATTLHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATTLE-HIST-STATUS.

           SELECT Hero-Team-File ASSIGN TO "HEROTEAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Team-File-Status.

           SELECT Rating-History-File ASSIGN TO "RATEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATTLE-RATE-STATUS.

           SELECT Battle-Fee-File ASSIGN TO "BATLFEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fee-File-Status.

           SELECT Budget-Ledger-File ASSIGN TO "PWRBUDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUDG-HERO-NAME
               FILE STATUS IS Budg-File-Status.

           SELECT Budget-Tran-File ASSIGN TO "PWRBTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Btran-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Hero-Pair-File.
       FD  Hero-Team-File.
       COPY TEAMREC.

       FD  Rating-History-File.
       COPY RATEHIST.

       FD  Battle-Fee-File.
       01 Battle-Fee-Record.
           05 Parm-Entry-Fee        PIC 9(7)V99.
           05 Parm-Prize-Purse      PIC 9(7)V99.

       FD  Budget-Ledger-File.
       COPY PWRBUDG.

       FD  Budget-Tran-File.
       COPY PWRBTRN.

       WORKING-STORAGE SECTION.
       COPY BATLWS.

       01 Pair-File-Status PIC X(02) VALUE "00".
          88 Pair-File-Ok VALUE "00".
          88 Pair-File-Eof VALUE "10".
       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".



       01 Battle-Mode PIC X(01) VALUE "P".
          88 Tournament-Mode VALUE "T".
       01 Team-1-Total-Power PIC 9(07) VALUE 0.
       01 Team-2-Total-Power PIC 9(07) VALUE 0.
       01 Matchup-Pairs PIC 9(02).

       01 Max-Roster-Heroes PIC 9(03) VALUE 100.
       01 Roster-Hero-Count PIC 9(03) VALUE 0.
       01 Round-Robin-Sub-1 PIC 9(03).
       01 Round-Robin-Sub-2 PIC 9(03).

       01 Today-Date PIC 9(08).

       01 Fee-File-Status PIC X(02) VALUE "00".
          88 Fee-File-Ok VALUE "00".

       01 Budg-File-Status PIC X(02) VALUE "00".
          88 Budg-File-Ok VALUE "00".

       01 Btran-File-Status PIC X(02) VALUE "00".

       01 Entry-Fee PIC 9(7)V99 VALUE 0.
       01 Prize-Purse PIC 9(7)V99 VALUE 0.
       01 Purse-Share PIC 9(7)V99.
       01 Fees-Switch PIC X(01) VALUE "N".
          88 Fees-In-Play VALUE "Y".
       01 Ledger-Switch PIC X(01) VALUE "N".
          88 Ledger-Available VALUE "Y".
       01 Scratch-Switch PIC X(01) VALUE "N".
          88 Battle-Scratched VALUE "Y".

      *> What each hero's budget will be once the entries this run
      *> has written are posted, so no fee is charged that the
      *> posting would have to reject as an overdraw.
       01 Max-Budget-Heroes PIC 9(03) VALUE 200.
       01 Budget-Hero-Count PIC 9(03) VALUE 0.
       01 Budget-Sub PIC 9(03).
       01 Found-Budget-Sub PIC 9(03).
       01 Budget-Hero-Table.
           05 Budget-Hero-Entry OCCURS 200 TIMES.
              10 Bgt-Hero-Name      PIC X(20).
              10 Bgt-Projected      PIC 9(8)V99.
       01 Budget-Found-Switch PIC X(01) VALUE "N".
          88 Budget-Is-Found VALUE "Y".

       01 Fee-Hero-Name PIC X(20).
       01 Fee-Hero-1-Sub PIC 9(03).
       01 Fee-Hero-2-Sub PIC 9(03).
       01 Fee-Tran-Type PIC X(01).
       01 Fee-Tran-Amount PIC 9(7)V99.
       01 Battles-Scratched PIC 9(05) VALUE 0.
       01 Budget-Entries-Written PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Today-Date FROM DATE YYYYMMDD.
           MOVE Today-Date TO BATTLE-RUN-DATE.
           PERFORM Read-Battle-Mode-Parm.
           PERFORM OPEN-BATTLE-FILES.
           PERFORM Read-Battle-Fee-Parm.
           IF Tournament-Mode
               PERFORM Run-Tournament
           ELSE
                   PERFORM Run-Pair-File-Battles
               END-IF
           END-IF.
           PERFORM CLOSE-BATTLE-FILES.
           DISPLAY "Matchups played: " BATTLE-MATCHUPS-PLAYED.
           DISPLAY "Battles rated: " BATTLE-MATCHUPS-RATED.
           IF Fees-In-Play
               PERFORM Close-Budget-Files
               DISPLAY "Battles scratched: " Battles-Scratched
               DISPLAY "Budget entries written: "
                   Budget-Entries-Written
           END-IF.
           STOP RUN.

       Read-Battle-Mode-Parm.
               CLOSE Battle-Parm-File
           END-IF.

      *> The fee and purse apply only where both sides are named
      *> heroes with a budget to charge - never to the pair-mode
      *> placeholders, and never to a team result itself.
       Read-Battle-Fee-Parm.
           OPEN INPUT Battle-Fee-File.
           IF Fee-File-Ok
               READ Battle-Fee-File
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Parm-Entry-Fee IS NUMERIC
                           MOVE Parm-Entry-Fee TO Entry-Fee
                       END-IF
                       IF Parm-Prize-Purse IS NUMERIC
                           MOVE Parm-Prize-Purse TO Prize-Purse
                       END-IF
               END-READ
               CLOSE Battle-Fee-File
           END-IF.
           IF (Entry-Fee > 0 OR Prize-Purse > 0)
               AND (Tournament-Mode OR Team-Mode)
               SET Fees-In-Play TO TRUE
               PERFORM Open-Budget-Files
               DISPLAY "Entry fee " Entry-Fee " prize purse "
                   Prize-Purse
           END-IF.

       Open-Budget-Files.
           OPEN INPUT Budget-Ledger-File.
           IF Budg-File-Ok
               SET Ledger-Available TO TRUE
           ELSE
               DISPLAY "No PWRBUDG budget ledger - every hero's"
                   " budget counts as zero."
           END-IF.
           OPEN EXTEND Budget-Tran-File.
           IF Btran-File-Status = "35"
               CLOSE Budget-Tran-File
               OPEN OUTPUT Budget-Tran-File
           END-IF.

       Close-Budget-Files.
           IF Ledger-Available
               CLOSE Budget-Ledger-File
           END-IF.
           CLOSE Budget-Tran-File.

      *> Both fees are checked before either is charged, so a
      *> scratched battle costs neither hero anything.
       Play-Fee-Battle.
           MOVE "N" TO Scratch-Switch.
           IF NOT Fees-In-Play
               PERFORM PLAY-BATTLE-MATCHUP
           ELSE
               MOVE BATTLE-HERO1-NAME TO Fee-Hero-Name
               PERFORM Find-Budget-Hero
               MOVE Budget-Sub TO Fee-Hero-1-Sub
               PERFORM Check-Fee-Cover
               MOVE BATTLE-HERO2-NAME TO Fee-Hero-Name
               PERFORM Find-Budget-Hero
               MOVE Budget-Sub TO Fee-Hero-2-Sub
               PERFORM Check-Fee-Cover
               IF Battle-Scratched
                   ADD 1 TO Battles-Scratched
                   DISPLAY "  " BATTLE-HERO1-NAME " vs "
                       BATTLE-HERO2-NAME " not played"
               ELSE
                   PERFORM Charge-Entry-Fees
                   PERFORM PLAY-BATTLE-MATCHUP
                   PERFORM Pay-Prize-Purse
               END-IF
           END-IF.

       Check-Fee-Cover.
           IF Budget-Sub = 0
               SET Battle-Scratched TO TRUE
               DISPLAY "  SCRATCHED " Fee-Hero-Name
                   " - no room left to track the budget"
           ELSE
               IF Bgt-Projected(Budget-Sub) < Entry-Fee
                   SET Battle-Scratched TO TRUE
                   DISPLAY "  SCRATCHED " Fee-Hero-Name
                       " - budget " Bgt-Projected(Budget-Sub)
                       " short of the " Entry-Fee " fee"
               END-IF
           END-IF.

      *> A hero's first battle of the run brings in their ledger
      *> balance; no ledger record is a zero budget.
       Find-Budget-Hero.
           MOVE "N" TO Budget-Found-Switch.
           PERFORM Match-One-Budget-Hero
               VARYING Budget-Sub FROM 1 BY 1
               UNTIL Budget-Sub > Budget-Hero-Count
               OR Budget-Is-Found.
           IF Budget-Is-Found
               MOVE Found-Budget-Sub TO Budget-Sub
           ELSE
               IF Budget-Hero-Count < Max-Budget-Heroes
                   ADD 1 TO Budget-Hero-Count
                   MOVE Budget-Hero-Count TO Budget-Sub
                   MOVE Fee-Hero-Name TO Bgt-Hero-Name(Budget-Sub)
                   MOVE 0 TO Bgt-Projected(Budget-Sub)
                   IF Ledger-Available
                       PERFORM Read-Hero-Budget
                   END-IF
               ELSE
                   MOVE 0 TO Budget-Sub
               END-IF
           END-IF.

       Match-One-Budget-Hero.
           IF Bgt-Hero-Name(Budget-Sub) = Fee-Hero-Name
               SET Budget-Is-Found TO TRUE
               MOVE Budget-Sub TO Found-Budget-Sub
           END-IF.

       Read-Hero-Budget.
           MOVE Fee-Hero-Name TO BUDG-HERO-NAME.
           READ Budget-Ledger-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BUDG-BALANCE TO Bgt-Projected(Budget-Sub)
           END-READ.

       Charge-Entry-Fees.
           IF Entry-Fee > 0
               MOVE "D" TO Fee-Tran-Type
               MOVE Entry-Fee TO Fee-Tran-Amount
               MOVE Fee-Hero-1-Sub TO Budget-Sub
               PERFORM Write-Budget-Entry
               MOVE Fee-Hero-2-Sub TO Budget-Sub
               PERFORM Write-Budget-Entry
           END-IF.

      *> On a draw the second hero takes half the purse and the
      *> first the rest, so the odd cent is still paid out.
       Pay-Prize-Purse.
           IF Prize-Purse > 0
               MOVE "C" TO Fee-Tran-Type
               IF BH-WINNER-NAME = SPACES
                   DIVIDE Prize-Purse BY 2 GIVING Purse-Share
                   MOVE Purse-Share TO Fee-Tran-Amount
                   MOVE Fee-Hero-2-Sub TO Budget-Sub
                   PERFORM Write-Budget-Entry
                   SUBTRACT Purse-Share FROM Prize-Purse
                       GIVING Fee-Tran-Amount
                   MOVE Fee-Hero-1-Sub TO Budget-Sub
                   PERFORM Write-Budget-Entry
               ELSE
                   MOVE Prize-Purse TO Fee-Tran-Amount
                   IF BH-WINNER-NAME = BATTLE-HERO1-NAME
                       MOVE Fee-Hero-1-Sub TO Budget-Sub
                   ELSE
                       MOVE Fee-Hero-2-Sub TO Budget-Sub
                   END-IF
                   PERFORM Write-Budget-Entry
               END-IF
           END-IF.

       Write-Budget-Entry.
           MOVE Bgt-Hero-Name(Budget-Sub) TO PBT-HERO-NAME.
           MOVE Fee-Tran-Type TO PBT-TRAN-TYPE.
           MOVE Fee-Tran-Amount TO PBT-AMOUNT.
           MOVE Today-Date TO PBT-TRAN-DATE.
           WRITE POWER-BUDGET-TRAN-RECORD.
           ADD 1 TO Budget-Entries-Written.
           IF PBT-IS-SPEND
               SUBTRACT Fee-Tran-Amount FROM Bgt-Projected(Budget-Sub)
           ELSE
               ADD Fee-Tran-Amount TO Bgt-Projected(Budget-Sub)
           END-IF.

       Run-Pair-File-Battles.
           DISPLAY "===== Hero Battle Simulation =====".
           OPEN INPUT Hero-Pair-File.
           IF Pair-File-Status = "35"
               MOVE 150 TO BATTLE-HERO1-POWER
               MOVE 300 TO BATTLE-HERO2-POWER
               PERFORM PLAY-BATTLE-MATCHUP
           ELSE
               PERFORM Read-Next-Pair
               PERFORM Process-Batch-Pair UNTIL Pair-File-Eof
           END-IF.

       Process-Batch-Pair.
           MOVE HERO-PAIR-POWER1 TO BATTLE-HERO1-POWER.
           MOVE HERO-PAIR-POWER2 TO BATTLE-HERO2-POWER.
           PERFORM PLAY-BATTLE-MATCHUP.
           PERFORM Read-Next-Pair.

      *> Team mode: the two BATLPARM team rosters battle
      *> member-for-member (each pair written to the history as an
      *> ordinary matchup), and the tie is scored by summed
           CLOSE Hero-Roster-File.

       Play-One-Team-Pair.
           MOVE T1-Member-Name(Team-Member-Sub) TO BATTLE-HERO1-NAME.
           MOVE T1-Member-Power(Team-Member-Sub) TO BATTLE-HERO1-POWER.
           MOVE T2-Member-Name(Team-Member-Sub) TO BATTLE-HERO2-NAME.
           MOVE T2-Member-Power(Team-Member-Sub) TO BATTLE-HERO2-POWER.
           PERFORM Play-Fee-Battle.
           IF Battle-Scratched
               SUBTRACT T1-Member-Power(Team-Member-Sub)
                   FROM Team-1-Total-Power
               SUBTRACT T2-Member-Power(Team-Member-Sub)
                   FROM Team-2-Total-Power
           END-IF.

      *> The matchup fields are five digits; a team total past
      *> 99999 is capped there so the comparison still decides the
           IF Team-2-Total-Power > 99999
               MOVE 99999 TO Team-2-Total-Power
           END-IF.
           MOVE "T" TO BATTLE-TYPE-FLAG.
           MOVE Team-1-Name TO BATTLE-HERO1-NAME.
           MOVE Team-1-Total-Power TO BATTLE-HERO1-POWER.
           MOVE Team-2-Name TO BATTLE-HERO2-NAME.
           MOVE Team-2-Total-Power TO BATTLE-HERO2-POWER.
           PERFORM PLAY-BATTLE-MATCHUP.
           MOVE "I" TO BATTLE-TYPE-FLAG.

       Read-Next-Pair.
           READ Hero-Pair-File
       Load-Roster-Table.
           MOVE 0 TO Roster-Hero-Count.
           OPEN INPUT Hero-Roster-File.
           IF BATTLE-ROSTER-OK
               MOVE LOW-VALUES TO HERO-NAME
               START Hero-Roster-File KEY IS GREATER THAN HERO-NAME
                   INVALID KEY
                       SET BATTLE-ROSTER-EOF TO TRUE
               END-START
               IF BATTLE-ROSTER-OK
                   PERFORM Read-Next-Roster-Hero
               END-IF
               PERFORM Store-Roster-Hero
                   UNTIL BATTLE-ROSTER-EOF
                   OR Roster-Hero-Count = Max-Roster-Heroes
               CLOSE Hero-Roster-File
           END-IF.
       Read-Next-Roster-Hero.
           READ Hero-Roster-File NEXT RECORD
               AT END
                   SET BATTLE-ROSTER-EOF TO TRUE
           END-READ.

       Store-Roster-Hero.
               UNTIL Round-Robin-Sub-2 > Roster-Hero-Count.

       Play-One-Tournament-Matchup.
           MOVE Rst-Hero-Name(Round-Robin-Sub-1) TO BATTLE-HERO1-NAME.
           MOVE Rst-Hero-Power(Round-Robin-Sub-1) TO BATTLE-HERO1-POWER.
           MOVE Rst-Hero-Name(Round-Robin-Sub-2) TO BATTLE-HERO2-NAME.
           MOVE Rst-Hero-Power(Round-Robin-Sub-2) TO BATTLE-HERO2-POWER.
           PERFORM Play-Fee-Battle.
           IF NOT Battle-Scratched
               PERFORM Tally-Tournament-Result
           END-IF.
           ADD 1 TO Round-Robin-Sub-2.

       Tally-Tournament-Result.
               ADD 1 TO Rst-Hero-Draws(Round-Robin-Sub-1)
               ADD 1 TO Rst-Hero-Draws(Round-Robin-Sub-2)
           ELSE
               IF Bh-Winner-Name = BATTLE-HERO1-NAME
                   ADD 1 TO Rst-Hero-Wins(Round-Robin-Sub-1)
                   ADD 1 TO Rst-Hero-Losses(Round-Robin-Sub-2)
               ELSE
               " W " Rst-Hero-Wins(Round-Robin-Sub-1)
               " L " Rst-Hero-Losses(Round-Robin-Sub-1)
               " D " Rst-Hero-Draws(Round-Robin-Sub-1).

       COPY BATLPROC.
