       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeroTrade.
      *> HeroTrade applies the TRADTRAN hero-trade transactions to
      *> the HEROTEAM team memberships, so a hero changes teams
      *> through a checked, recorded trade instead of a hand edit of
      *> the team file. A swap sends one hero each way between two
      *> teams; a release sends one hero from one team to another.
      *> Every trade is checked against the TRADPARM trade window
      *> (the date it opens and the trade deadline) and the team
      *> size limits, and against the memberships as the trades
      *> before it in the run have left them. An accepted trade
      *> moves the heroes and writes each move to the TRADELOG trade
      *> log BattleStandings credits battles by; a rejected trade is
      *> shown with its reason and changes nothing. HEROTEAM is
      *> rewritten once, at the end, when any trade was accepted.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Trade-Parm-File ASSIGN TO "TRADPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Trade-Tran-File ASSIGN TO "TRADTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tran-File-Status.

           SELECT Hero-Team-File ASSIGN TO "HEROTEAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Team-File-Status.

           SELECT Trade-Log-File ASSIGN TO "TRADELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Log-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Trade-Parm-File.
       01 Trade-Parm-Record.
           05 Parm-Window-Open      PIC 9(08).
           05 Parm-Trade-Deadline   PIC 9(08).
           05 Parm-Min-Team-Size    PIC 9(02).
           05 Parm-Max-Team-Size    PIC 9(02).

       FD  Trade-Tran-File.
       COPY TRADTRN.

       FD  Hero-Team-File.
       COPY TEAMREC.

       FD  Trade-Log-File.
       COPY TRADELOG.

       WORKING-STORAGE SECTION.
       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".

       01 Tran-File-Status PIC X(02) VALUE "00".
          88 Tran-File-Ok VALUE "00".
          88 Tran-File-Eof VALUE "10".

       01 Team-File-Status PIC X(02) VALUE "00".
          88 Team-File-Ok VALUE "00".
          88 Team-File-Eof VALUE "10".

       01 Log-File-Status PIC X(02) VALUE "00".

       01 Window-Open-Date PIC 9(08) VALUE 0.
       01 Trade-Deadline PIC 9(08) VALUE 0.
       01 Min-Team-Size PIC 9(02) VALUE 1.
       01 Max-Team-Size PIC 9(02) VALUE 20.

       01 Max-Memberships PIC 9(03) VALUE 500.
       01 Membership-Count PIC 9(03) VALUE 0.
       01 Member-Sub PIC 9(03).
       01 Membership-Table.
           05 Membership-Entry OCCURS 500 TIMES.
              10 Mbr-Team-Name      PIC A(20).
              10 Mbr-Hero-Name      PIC A(20).
       01 Membership-Overflow-Switch PIC X(01) VALUE "N".
          88 Membership-Overflow VALUE "Y".

       01 Find-Team PIC A(20).
       01 Find-Hero PIC A(20).
       01 Found-Sub PIC 9(03).
       01 Hero-Sub PIC 9(03).
       01 Swap-Sub PIC 9(03).
       01 Member-Found-Switch PIC X(01) VALUE "N".
          88 Member-Is-Found VALUE "Y".
       01 Team-Size PIC 9(03).
       01 From-Team-Size PIC 9(03).
       01 To-Team-Size PIC 9(03).

       01 Trade-Error-Switch PIC X(01) VALUE "N".
          88 Trade-Error VALUE "Y".
       01 Reject-Reason PIC X(40).

       01 Trades-Accepted PIC 9(05) VALUE 0.
       01 Trades-Rejected PIC 9(05) VALUE 0.
       01 Heroes-Moved PIC 9(05) VALUE 0.

       01 Today-Date PIC 9(08).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Today-Date FROM DATE YYYYMMDD.
           PERFORM Read-Trade-Parm.
           IF Trade-Deadline = 0
               DISPLAY "No trade deadline on TRADPARM - no trades"
                   " processed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Trade-Tran-File.
           IF NOT Tran-File-Ok
               DISPLAY "No TRADTRAN trade-transaction file found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM Load-Memberships.
           IF Membership-Overflow
               DISPLAY "HEROTEAM holds more than " Max-Memberships
                   " memberships - no trades processed."
               CLOSE Trade-Tran-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND Trade-Log-File.
           IF Log-File-Status = "35"
               CLOSE Trade-Log-File
               OPEN OUTPUT Trade-Log-File
           END-IF.
           DISPLAY "===== Hero Trades =====".
           DISPLAY "Trade window " Window-Open-Date " - "
               Trade-Deadline "  team size " Min-Team-Size
               " to " Max-Team-Size.
           PERFORM Read-Next-Trade.
           PERFORM Process-One-Trade UNTIL Tran-File-Eof.
           CLOSE Trade-Tran-File.
           CLOSE Trade-Log-File.
           IF Trades-Accepted > 0
               PERFORM Rewrite-Memberships
           END-IF.
           DISPLAY "Trades accepted: " Trades-Accepted.
           DISPLAY "Trades rejected: " Trades-Rejected.
           DISPLAY "Heroes moved: " Heroes-Moved.
           IF Trades-Rejected > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> Size limits left blank or zero on TRADPARM keep the
      *> defaults: at least one member, and no more than the twenty
      *> BattleSimulation's team mode can field.
       Read-Trade-Parm.
           OPEN INPUT Trade-Parm-File.
           IF Parm-File-Ok
               READ Trade-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Parm-Window-Open IS NUMERIC
                           MOVE Parm-Window-Open TO Window-Open-Date
                       END-IF
                       IF Parm-Trade-Deadline IS NUMERIC
                           MOVE Parm-Trade-Deadline TO Trade-Deadline
                       END-IF
                       IF Parm-Min-Team-Size IS NUMERIC
                           AND Parm-Min-Team-Size > 0
                           MOVE Parm-Min-Team-Size TO Min-Team-Size
                       END-IF
                       IF Parm-Max-Team-Size IS NUMERIC
                           AND Parm-Max-Team-Size > 0
                           AND Parm-Max-Team-Size < 21
                           MOVE Parm-Max-Team-Size TO Max-Team-Size
                       END-IF
               END-READ
               CLOSE Trade-Parm-File
           END-IF.

       Load-Memberships.
           OPEN INPUT Hero-Team-File.
           IF NOT Team-File-Ok
               DISPLAY "No HEROTEAM team file found."
           ELSE
               PERFORM Read-Next-Team-Member
               PERFORM Store-One-Membership UNTIL Team-File-Eof
               CLOSE Hero-Team-File
           END-IF.

       Read-Next-Team-Member.
           READ Hero-Team-File
               AT END
                   SET Team-File-Eof TO TRUE
           END-READ.

       Store-One-Membership.
           IF Membership-Count < Max-Memberships
               ADD 1 TO Membership-Count
               MOVE Team-Name TO Mbr-Team-Name(Membership-Count)
               MOVE Team-Member-Name
                   TO Mbr-Hero-Name(Membership-Count)
           ELSE
               SET Membership-Overflow TO TRUE
           END-IF.
           PERFORM Read-Next-Team-Member.

       Read-Next-Trade.
           READ Trade-Tran-File
               AT END
                   SET Tran-File-Eof TO TRUE
           END-READ.

       Process-One-Trade.
           MOVE "N" TO Trade-Error-Switch.
           MOVE SPACES TO Reject-Reason.
           PERFORM Validate-Trade.
           IF Trade-Error
               ADD 1 TO Trades-Rejected
               DISPLAY "  REJECTED " Trd-Hero-Name " "
                   Trd-From-Team " -> " Trd-To-Team ": "
                   Reject-Reason
           ELSE
               PERFORM Apply-Trade
               ADD 1 TO Trades-Accepted
           END-IF.
           PERFORM Read-Next-Trade.

      *> Checks run in order and stop at the first failure, so the
      *> reason shown is the first thing wrong with the trade.
       Validate-Trade.
           IF NOT Trd-Is-Swap AND NOT Trd-Is-Release
               MOVE "unknown trade type" TO Reject-Reason
               SET Trade-Error TO TRUE
           END-IF.
           IF NOT Trade-Error
               PERFORM Check-Trade-Window
           END-IF.
           IF NOT Trade-Error
               AND Trd-From-Team = Trd-To-Team
               MOVE "both sides are the same team" TO Reject-Reason
               SET Trade-Error TO TRUE
           END-IF.
           IF NOT Trade-Error
               PERFORM Check-Trade-Teams
           END-IF.
           IF NOT Trade-Error
               IF Trd-Is-Swap
                   PERFORM Check-Swap-Hero
               ELSE
                   PERFORM Check-Release-Sizes
               END-IF
           END-IF.

       Check-Trade-Window.
           IF Trd-Trade-Date IS NOT NUMERIC
               MOVE "trade date is not a date" TO Reject-Reason
               SET Trade-Error TO TRUE
           ELSE
               IF Trd-Trade-Date < Window-Open-Date
                   MOVE "before the trade window opens"
                       TO Reject-Reason
                   SET Trade-Error TO TRUE
               ELSE
                   IF Trd-Trade-Date > Trade-Deadline
                       MOVE "after the trade deadline"
                           TO Reject-Reason
                       SET Trade-Error TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> The hero must be on the team sending them and not already
      *> on the team taking them; the receiving team must exist.
       Check-Trade-Teams.
           MOVE Trd-From-Team TO Find-Team.
           MOVE Trd-Hero-Name TO Find-Hero.
           PERFORM Find-Membership.
           IF NOT Member-Is-Found
               MOVE "hero is not on the from team" TO Reject-Reason
               SET Trade-Error TO TRUE
           ELSE
               MOVE Found-Sub TO Hero-Sub
               MOVE Trd-To-Team TO Find-Team
               PERFORM Count-Team-Size
               MOVE Team-Size TO To-Team-Size
               IF To-Team-Size = 0
                   MOVE "no such team to trade to" TO Reject-Reason
                   SET Trade-Error TO TRUE
               ELSE
                   PERFORM Find-Membership
                   IF Member-Is-Found
                       MOVE "hero is already on the to team"
                           TO Reject-Reason
                       SET Trade-Error TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> A swap leaves both team sizes where they were; the hero
      *> coming back must be on the receiving team and not already
      *> on the sending one.
       Check-Swap-Hero.
           MOVE Trd-To-Team TO Find-Team.
           MOVE Trd-Swap-Hero-Name TO Find-Hero.
           PERFORM Find-Membership.
           IF NOT Member-Is-Found
               MOVE "swap hero is not on the to team"
                   TO Reject-Reason
               SET Trade-Error TO TRUE
           ELSE
               MOVE Found-Sub TO Swap-Sub
               MOVE Trd-From-Team TO Find-Team
               PERFORM Find-Membership
               IF Member-Is-Found
                   MOVE "swap hero is already on the from team"
                       TO Reject-Reason
                   SET Trade-Error TO TRUE
               END-IF
           END-IF.

       Check-Release-Sizes.
           MOVE Trd-From-Team TO Find-Team.
           PERFORM Count-Team-Size.
           MOVE Team-Size TO From-Team-Size.
           IF From-Team-Size - 1 < Min-Team-Size
               MOVE "from team would fall below minimum size"
                   TO Reject-Reason
               SET Trade-Error TO TRUE
           ELSE
               IF To-Team-Size + 1 > Max-Team-Size
                   MOVE "to team would exceed maximum size"
                       TO Reject-Reason
                   SET Trade-Error TO TRUE
               END-IF
           END-IF.

       Find-Membership.
           MOVE "N" TO Member-Found-Switch.
           MOVE 0 TO Found-Sub.
           PERFORM Match-One-Membership
               VARYING Member-Sub FROM 1 BY 1
               UNTIL Member-Sub > Membership-Count
               OR Member-Is-Found.

       Match-One-Membership.
           IF Mbr-Team-Name(Member-Sub) = Find-Team
               AND Mbr-Hero-Name(Member-Sub) = Find-Hero
               SET Member-Is-Found TO TRUE
               MOVE Member-Sub TO Found-Sub
           END-IF.

       Count-Team-Size.
           MOVE 0 TO Team-Size.
           PERFORM Count-One-Membership
               VARYING Member-Sub FROM 1 BY 1
               UNTIL Member-Sub > Membership-Count.

       Count-One-Membership.
           IF Mbr-Team-Name(Member-Sub) = Find-Team
               ADD 1 TO Team-Size
           END-IF.

       Apply-Trade.
           MOVE Trd-To-Team TO Mbr-Team-Name(Hero-Sub).
           MOVE Trd-Hero-Name TO Tl-Hero-Name.
           MOVE Trd-From-Team TO Tl-From-Team.
           MOVE Trd-To-Team TO Tl-To-Team.
           PERFORM Write-Trade-Log.
           IF Trd-Is-Swap
               MOVE Trd-From-Team TO Mbr-Team-Name(Swap-Sub)
               MOVE Trd-Swap-Hero-Name TO Tl-Hero-Name
               MOVE Trd-To-Team TO Tl-From-Team
               MOVE Trd-From-Team TO Tl-To-Team
               PERFORM Write-Trade-Log
               DISPLAY "  SWAP     " Trd-Hero-Name " to "
                   Trd-To-Team " for " Trd-Swap-Hero-Name
                   " effective " Trd-Trade-Date
           ELSE
               DISPLAY "  RELEASE  " Trd-Hero-Name " "
                   Trd-From-Team " -> " Trd-To-Team
                   " effective " Trd-Trade-Date
           END-IF.

       Write-Trade-Log.
           MOVE Trd-Tran-Type TO Tl-Tran-Type.
           MOVE Trd-Trade-Date TO Tl-Trade-Date.
           MOVE Today-Date TO Tl-Post-Date.
           WRITE Hero-Trade-Log-Record.
           ADD 1 TO Heroes-Moved.

       Rewrite-Memberships.
           OPEN OUTPUT Hero-Team-File.
           PERFORM Write-One-Membership
               VARYING Member-Sub FROM 1 BY 1
               UNTIL Member-Sub > Membership-Count.
           CLOSE Hero-Team-File.

       Write-One-Membership.
           MOVE Mbr-Team-Name(Member-Sub) TO Team-Name.
           MOVE Mbr-Hero-Name(Member-Sub) TO Team-Member-Name.
           WRITE Hero-Team-Record.
