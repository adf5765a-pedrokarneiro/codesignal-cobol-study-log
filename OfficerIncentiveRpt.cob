       IDENTIFICATION DIVISION.
       PROGRAM-ID. OfficerIncentiveRpt.
      *> OfficerIncentiveRpt is the month-end portfolio growth report
      *> management pays officer incentives from. It runs straight
      *> after MonthEndSnapshot and measures the month from the
      *> previous POSSNAP snapshot - the latest one dated before the
      *> RUNCTL business date - to ACCTMSTR as it stands now. For
      *> each OFFICER-ID the INCNTRPT report gives the accounts held
      *> at month end, the accounts opened and closed in the month,
      *> the net balance change and the fee income - the growth in
      *> ACCT-YTD-FEES-COLLECTED since the snapshot, or the whole
      *> year-to-date figure once the year-end reset has cleared it -
      *> grouped by the officer's OFFMSTR branch and ranked within
      *> the branch on net balance change.
      *> An account that changed officer in the month - the officer
      *> changes BankOfficerReassign and account maintenance leave on
      *> the ACCTIMGJ image journal - is shared fairly: an opening
      *> counts to the officer who held it first, a closing to the
      *> officer who held it last, and the balance change and fee
      *> income are split by the days each officer held it, any
      *> rounding left to the last. A snapshot taken before the
      *> officer and fee figures were carried gives no fee income for
      *> the account; such accounts are counted on the report.
      *> With no earlier snapshot every account counts as opened.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the INCNTCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per officer ranked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Snapshot-File ASSIGN TO "POSSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Snap-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Image-Journal-File ASSIGN TO "ACCTIMGJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Img-File-Status.

           SELECT Officer-Master-File ASSIGN TO "OFFMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFFICER-ID
               FILE STATUS IS Offr-File-Status.

           SELECT Report-Print-File ASSIGN TO "INCNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "INCNTCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Sort-Work-File ASSIGN TO "SORTWORK".

           SELECT Rank-Work-File ASSIGN TO "SORTWRK2".

       DATA DIVISION.
       FILE SECTION.
       FD  Snapshot-File.
       COPY POSSNAP.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Image-Journal-File.
       COPY IMGJRNL.

       FD  Officer-Master-File.
       COPY OFFMSTR.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Job-Log-File.
       COPY JOBLOG.

       FD  Run-Control-File.
       COPY RUNCTL.

      *> One position per account from each end of the month - "1"
      *> from the start snapshot, "2" from the account master - so
      *> the two come back together, start first.
       SD  Sort-Work-File.
       01 Sort-Work-Record.
           05 Swr-Acct-Number       PIC X(15).
           05 Swr-Position-Tag      PIC X(01).
              88 Swr-Start-Position VALUE "1".
              88 Swr-End-Position   VALUE "2".
           05 Swr-Officer           PIC A(20).
           05 Swr-Status-Flag       PIC X(01).
           05 Swr-Balance           PIC S9(9)V99.
           05 Swr-Ytd-Fees          PIC S9(9)V99.
           05 Swr-Fees-Known        PIC X(01).

       SD  Rank-Work-File.
       01 Rank-Work-Record.
           05 Rwr-Branch            PIC X(05).
           05 Rwr-Balance-Change    PIC S9(11)V99.
           05 Rwr-Officer-Id        PIC 9(05).
           05 Rwr-Officer-Name      PIC A(20).
           05 Rwr-Held              PIC 9(05).
           05 Rwr-Opened            PIC 9(05).
           05 Rwr-Closed            PIC 9(05).
           05 Rwr-Fee-Income        PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Snap-File-Status PIC X(02) VALUE "00".
          88 Snap-File-Ok VALUE "00".
          88 Snap-File-Eof VALUE "10".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
          88 Acct-File-Eof VALUE "10".

       01 Img-File-Status PIC X(02) VALUE "00".
          88 Img-File-Ok VALUE "00".
          88 Img-File-Eof VALUE "10".

       01 Offr-File-Status PIC X(02) VALUE "00".
          88 Offr-File-Ok VALUE "00".
          88 Offr-File-Eof VALUE "10".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Start-Snap-Date PIC 9(08) VALUE 0.
       01 Period-Start-Date PIC 9(08).
       01 Period-Start-Split REDEFINES Period-Start-Date.
           05 Period-Start-Yymm     PIC 9(06).
           05 Period-Start-Day      PIC 9(02).

       01 Accounts-Measured PIC 9(07) VALUE 0.
       01 Accounts-Shared PIC 9(07) VALUE 0.
       01 Fees-Unknown-Count PIC 9(07) VALUE 0.
       01 Count-Display PIC Z,ZZZ,ZZ9.

      *> Officer changes inside the month, in journal order, from the
      *> officer bytes of the before and after account images.
       01 Image-Work PIC X(200).
       01 Image-Work-View REDEFINES Image-Work.
           05 Image-Acct-Number     PIC X(15).
           05 FILLER                PIC X(50).
           05 Image-Officer         PIC A(20).
           05 FILLER                PIC X(115).
       01 Image-Before-Officer PIC A(20).

       01 Max-Moves PIC 9(05) VALUE 2000.
       01 Move-Count PIC 9(05) VALUE 0.
       01 Move-Table.
           05 Move-Entry OCCURS 2000 TIMES.
              10 Move-Acct-Number   PIC X(15).
              10 Move-Date          PIC 9(08).
              10 Move-From-Officer  PIC A(20).
              10 Move-To-Officer    PIC A(20).
       01 Move-Index PIC 9(05).
       01 Found-Move-Sub PIC 9(05).
       01 Moves-Dropped PIC 9(05) VALUE 0.

      *> The officer master, by name - ACCTMSTR carries the officer
      *> by name only.
       01 Max-Master-Officers PIC 9(03) VALUE 500.
       01 Master-Officer-Count PIC 9(03) VALUE 0.
       01 Master-Officer-Table.
           05 Master-Officer-Entry OCCURS 500 TIMES.
              10 Mst-Officer-Id     PIC 9(05).
              10 Mst-Officer-Name   PIC A(20).
              10 Mst-Officer-Branch PIC X(05).
       01 Master-Index PIC 9(03).
       01 Found-Master-Sub PIC 9(03).

      *> Month figures per officer name.
       01 Max-Officers PIC 9(03) VALUE 300.
       01 Officer-Count PIC 9(03) VALUE 0.
       01 Officer-Table.
           05 Officer-Entry OCCURS 300 TIMES.
              10 Offc-Name          PIC A(20).
              10 Offc-Held          PIC 9(05).
              10 Offc-Opened        PIC 9(05).
              10 Offc-Closed        PIC 9(05).
              10 Offc-Balance-Change PIC S9(11)V99.
              10 Offc-Fee-Income    PIC S9(9)V99.
       01 Officer-Index PIC 9(03).
       01 Found-Officer-Sub PIC 9(03).
       01 Search-Officer-Name PIC A(20).
       01 Officer-Table-Full-Flag PIC X(01) VALUE "N".
          88 Officer-Table-Full VALUE "Y".

      *> The two ends of the account being measured.
       01 Current-Acct-Number PIC X(15).
       01 First-Account-Flag PIC X(01) VALUE "Y".
          88 First-Account VALUE "Y".
       01 Start-Present-Flag PIC X(01).
          88 Start-Present VALUE "Y".
       01 Start-Officer PIC A(20).
       01 Start-Status-Flag PIC X(01).
       01 Start-Balance PIC S9(9)V99.
       01 Start-Ytd-Fees PIC S9(9)V99.
       01 Start-Fees-Known PIC X(01).
       01 End-Present-Flag PIC X(01).
          88 End-Present VALUE "Y".
       01 End-Officer PIC A(20).
       01 End-Status-Flag PIC X(01).
       01 End-Balance PIC S9(9)V99.
       01 End-Ytd-Fees PIC S9(9)V99.

       01 Balance-Delta PIC S9(11)V99.
       01 Fee-Delta PIC S9(9)V99.
       01 Balance-Left PIC S9(11)V99.
       01 Fee-Left PIC S9(9)V99.
       01 Balance-Share PIC S9(11)V99.
       01 Fee-Share PIC S9(9)V99.

      *> Who held the account over the month: the first holder from
      *> the period start, then one segment per officer change.
       01 Max-Segments PIC 9(02) VALUE 20.
       01 Segment-Count PIC 9(02).
       01 Segment-Table.
           05 Segment-Entry OCCURS 20 TIMES.
              10 Seg-Officer        PIC A(20).
              10 Seg-Start-Date     PIC 9(08).
              10 Seg-Days           PIC 9(03).
       01 Segment-Index PIC 9(02).
       01 Total-Segment-Days PIC 9(05).

      *> Days between two dates are counted by walking the earlier
      *> one forward a day at a time; the month lengths carry
      *> February at 28 and a leap year adds the 29th. A gap past
      *> 999 days shows as 999.
       01 Day-Count PIC 9(03).
       01 Walk-Target-Date PIC 9(08).
       01 Walk-Date PIC 9(08).
       01 Walk-Date-Split REDEFINES Walk-Date.
           05 Walk-Year             PIC 9(04).
           05 Walk-Month            PIC 9(02).
           05 Walk-Day              PIC 9(02).
       01 Month-Length-Values PIC X(24)
           VALUE "312831303130313130313031".
       01 Month-Length-Table REDEFINES Month-Length-Values.
           05 Month-Length          PIC 9(02) OCCURS 12 TIMES.
       01 Days-In-Month PIC 9(02).
       01 Leap-Quotient PIC 9(04).
       01 Leap-Remainder-4 PIC 9(04).
       01 Leap-Remainder-100 PIC 9(04).
       01 Leap-Remainder-400 PIC 9(04).

       01 Sort-Return-Done-Flag PIC X(01) VALUE "N".
          88 Sort-Return-Done VALUE "Y".
       01 First-Group-Flag PIC X(01) VALUE "Y".
          88 First-Group VALUE "Y".
       01 Current-Branch PIC X(05).
       01 Branch-Rank PIC 9(03).
       01 Branch-Position PIC 9(03).
       01 Previous-Balance-Change PIC S9(11)V99.

       01 Branch-Held PIC 9(07) VALUE 0.
       01 Branch-Opened PIC 9(07) VALUE 0.
       01 Branch-Closed PIC 9(07) VALUE 0.
       01 Branch-Balance-Change PIC S9(13)V99 VALUE 0.
       01 Branch-Fee-Income PIC S9(11)V99 VALUE 0.
       01 Grand-Held PIC 9(07) VALUE 0.
       01 Grand-Opened PIC 9(07) VALUE 0.
       01 Grand-Closed PIC 9(07) VALUE 0.
       01 Grand-Balance-Change PIC S9(13)V99 VALUE 0.
       01 Grand-Fee-Income PIC S9(11)V99 VALUE 0.

       01 Period-Line.
           05 FILLER               PIC X(17)
              VALUE "  MEASURED FROM ".
           05 Prl-Start-Date       PIC 9(08).
           05 FILLER               PIC X(04) VALUE " TO ".
           05 Prl-End-Date         PIC 9(08).
           05 FILLER               PIC X(30)
              VALUE " (SNAPSHOT TO ACCOUNT MASTER)".

       01 Column-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE "RANK".
           05 FILLER               PIC X(07) VALUE "ID".
           05 FILLER               PIC X(22) VALUE "OFFICER".
           05 FILLER               PIC X(09) VALUE "    HELD".
           05 FILLER               PIC X(09) VALUE "  OPENED".
           05 FILLER               PIC X(09) VALUE "  CLOSED".
           05 FILLER               PIC X(20)
              VALUE "  NET BALANCE CHANGE".
           05 FILLER               PIC X(16)
              VALUE "      FEE INCOME".

       01 Branch-Heading-Line.
           05 FILLER               PIC X(09) VALUE "  BRANCH ".
           05 Bhl-Branch           PIC X(05).

       01 Detail-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Det-Rank             PIC ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Det-Officer-Id       PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Officer-Name     PIC A(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Held             PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Opened           PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Closed           PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Balance-Change   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Fee-Income       PIC -ZZ,ZZZ,ZZ9.99.

       01 Total-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Tot-Label            PIC X(36).
           05 Tot-Held             PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tot-Opened           PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tot-Closed           PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tot-Balance-Change   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tot-Fee-Income       PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Control SECTION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Find-Start-Snapshot.
           IF Start-Snap-Date = 0
               MOVE Today-Date TO Period-Start-Date
               MOVE 1 TO Period-Start-Day
           ELSE
               MOVE Start-Snap-Date TO Period-Start-Date
           END-IF.
           OPEN INPUT Account-Master-File.
           IF Acct-File-Status = "35"
               DISPLAY "No account-master file to measure."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           PERFORM Load-Officer-Moves.
           PERFORM Load-Officer-Master-Table.
           SORT Sort-Work-File
               ASCENDING KEY Swr-Acct-Number Swr-Position-Tag
               INPUT PROCEDURE IS Select-Positions
               OUTPUT PROCEDURE IS Measure-Accounts.
           IF NOT First-Account
               PERFORM Credit-One-Account
           END-IF.
           CLOSE Account-Master-File.
           OPEN OUTPUT Report-Print-File.
           MOVE "OFFICER PORTFOLIO GROWTH" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "BRANCH," "RANK," "OFFICER," "OFFICER NAME," "HELD,"
               "OPENED," "CLOSED," "NET BALANCE CHANGE," "FEE INCOME"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Period-Start-Date TO Prl-Start-Date.
           MOVE Today-Date TO Prl-End-Date.
           MOVE Period-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           IF Start-Snap-Date = 0
               MOVE "  NO EARLIER SNAPSHOT - EVERY ACCOUNT IS OPENED"
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Column-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           SORT Rank-Work-File
               ASCENDING KEY Rwr-Branch
               DESCENDING KEY Rwr-Balance-Change
               ASCENDING KEY Rwr-Officer-Id Rwr-Officer-Name
               INPUT PROCEDURE IS Release-Officers
               OUTPUT PROCEDURE IS Print-Rankings.
           IF NOT First-Group
               PERFORM Print-Branch-Subtotal
           END-IF.
           IF Officer-Count = 0
               MOVE "    No accounts to measure." TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "GRAND TOTAL" TO Tot-Label.
           MOVE Grand-Held TO Tot-Held.
           MOVE Grand-Opened TO Tot-Opened.
           MOVE Grand-Closed TO Tot-Closed.
           MOVE Grand-Balance-Change TO Tot-Balance-Change.
           MOVE Grand-Fee-Income TO Tot-Fee-Income.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Print-Period-Notes.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           DISPLAY "Accounts measured: " Accounts-Measured.
           DISPLAY "Accounts shared between officers: "
               Accounts-Shared.
           DISPLAY "Officers reported: " Officer-Count.
           IF Officer-Table-Full OR Moves-Dropped > 0
               DISPLAY "Officer or officer-change table full - "
                   "figures incomplete."
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

       Select-Positions SECTION.
       Select-Start.
           IF Start-Snap-Date NOT = 0
               OPEN INPUT Snapshot-File
               PERFORM Read-Next-Snapshot
               PERFORM Select-One-Snapshot UNTIL Snap-File-Eof
               CLOSE Snapshot-File
           END-IF.
           MOVE LOW-VALUES TO Acct-Number.
           START Account-Master-File KEY IS GREATER THAN Acct-Number
               INVALID KEY
                   SET Acct-File-Eof TO TRUE
           END-START.
           IF Acct-File-Ok
               PERFORM Read-Next-Account
           END-IF.
           PERFORM Select-One-Account UNTIL Acct-File-Eof.
           GO TO Select-Exit.

       Select-One-Snapshot.
           IF Snap-Date = Start-Snap-Date
               MOVE Snap-Acct-Number TO Swr-Acct-Number
               SET Swr-Start-Position TO TRUE
               MOVE Snap-Status-Flag TO Swr-Status-Flag
               MOVE Snap-Balance TO Swr-Balance
               IF Snap-Ytd-Fees IS NUMERIC
                   MOVE Snap-Officer TO Swr-Officer
                   MOVE Snap-Ytd-Fees TO Swr-Ytd-Fees
                   MOVE "Y" TO Swr-Fees-Known
               ELSE
                   MOVE SPACES TO Swr-Officer
                   MOVE 0 TO Swr-Ytd-Fees
                   MOVE "N" TO Swr-Fees-Known
               END-IF
               RELEASE Sort-Work-Record
           END-IF.
           PERFORM Read-Next-Snapshot.

       Select-One-Account.
           MOVE Acct-Number TO Swr-Acct-Number.
           SET Swr-End-Position TO TRUE.
           MOVE Acct-Officer TO Swr-Officer.
           MOVE Acct-Status-Flag TO Swr-Status-Flag.
           MOVE Acct-Balance TO Swr-Balance.
           MOVE Acct-Ytd-Fees-Collected TO Swr-Ytd-Fees.
           MOVE "Y" TO Swr-Fees-Known.
           RELEASE Sort-Work-Record.
           PERFORM Read-Next-Account.

       Select-Exit.
           EXIT.

       Measure-Accounts SECTION.
       Measure-Start.
           MOVE "N" TO Sort-Return-Done-Flag.
           PERFORM Measure-Position UNTIL Sort-Return-Done.
           GO TO Measure-Exit.

       Measure-Position.
           RETURN Sort-Work-File
               AT END
                   SET Sort-Return-Done TO TRUE
               NOT AT END
                   PERFORM Take-One-Position
           END-RETURN.

       Take-One-Position.
           IF First-Account
               MOVE "N" TO First-Account-Flag
               MOVE Swr-Acct-Number TO Current-Acct-Number
               PERFORM Clear-Account-Positions
           END-IF.
           IF Swr-Acct-Number NOT = Current-Acct-Number
               PERFORM Credit-One-Account
               MOVE Swr-Acct-Number TO Current-Acct-Number
               PERFORM Clear-Account-Positions
           END-IF.
           IF Swr-Start-Position
               MOVE "Y" TO Start-Present-Flag
               MOVE Swr-Officer TO Start-Officer
               MOVE Swr-Status-Flag TO Start-Status-Flag
               MOVE Swr-Balance TO Start-Balance
               MOVE Swr-Ytd-Fees TO Start-Ytd-Fees
               MOVE Swr-Fees-Known TO Start-Fees-Known
           ELSE
               MOVE "Y" TO End-Present-Flag
               MOVE Swr-Officer TO End-Officer
               MOVE Swr-Status-Flag TO End-Status-Flag
               MOVE Swr-Balance TO End-Balance
               MOVE Swr-Ytd-Fees TO End-Ytd-Fees
           END-IF.

       Measure-Exit.
           EXIT.

       Release-Officers SECTION.
       Release-Start.
           PERFORM Release-One-Officer
               VARYING Officer-Index FROM 1 BY 1
               UNTIL Officer-Index > Officer-Count.
           GO TO Release-Exit.

       Release-One-Officer.
           MOVE Offc-Name(Officer-Index) TO Rwr-Officer-Name.
           MOVE 0 TO Rwr-Officer-Id.
           MOVE "*NONE" TO Rwr-Branch.
           MOVE 0 TO Found-Master-Sub.
           PERFORM Check-One-Master-Officer
               VARYING Master-Index FROM 1 BY 1
               UNTIL Master-Index > Master-Officer-Count
               OR Found-Master-Sub > 0.
           IF Found-Master-Sub > 0
               MOVE Mst-Officer-Id(Found-Master-Sub) TO Rwr-Officer-Id
               MOVE Mst-Officer-Branch(Found-Master-Sub) TO Rwr-Branch
           END-IF.
           IF Rwr-Officer-Name = SPACES
               MOVE "(NO OFFICER)" TO Rwr-Officer-Name
           END-IF.
           MOVE Offc-Held(Officer-Index) TO Rwr-Held.
           MOVE Offc-Opened(Officer-Index) TO Rwr-Opened.
           MOVE Offc-Closed(Officer-Index) TO Rwr-Closed.
           MOVE Offc-Balance-Change(Officer-Index)
               TO Rwr-Balance-Change.
           MOVE Offc-Fee-Income(Officer-Index) TO Rwr-Fee-Income.
           RELEASE Rank-Work-Record.

       Check-One-Master-Officer.
           IF Mst-Officer-Name(Master-Index) = Offc-Name(Officer-Index)
               MOVE Master-Index TO Found-Master-Sub
           END-IF.

       Release-Exit.
           EXIT.

       Print-Rankings SECTION.
       Print-Start.
           MOVE "N" TO Sort-Return-Done-Flag.
           PERFORM Print-Ranking-Line UNTIL Sort-Return-Done.
           GO TO Print-Exit.

       Print-Ranking-Line.
           RETURN Rank-Work-File
               AT END
                   SET Sort-Return-Done TO TRUE
               NOT AT END
                   PERFORM Print-One-Officer
           END-RETURN.

      *> Officers level on net balance change share a rank.
       Print-One-Officer.
           IF First-Group
               MOVE "N" TO First-Group-Flag
               MOVE Rwr-Branch TO Current-Branch
               PERFORM Print-Branch-Heading
           END-IF.
           IF Rwr-Branch NOT = Current-Branch
               PERFORM Print-Branch-Subtotal
               MOVE Rwr-Branch TO Current-Branch
               PERFORM Print-Branch-Heading
           END-IF.
           ADD 1 TO Branch-Position.
           IF Branch-Position = 1
               OR Rwr-Balance-Change NOT = Previous-Balance-Change
               MOVE Branch-Position TO Branch-Rank
           END-IF.
           MOVE Rwr-Balance-Change TO Previous-Balance-Change.
           ADD Rwr-Held TO Branch-Held.
           ADD Rwr-Opened TO Branch-Opened.
           ADD Rwr-Closed TO Branch-Closed.
           ADD Rwr-Balance-Change TO Branch-Balance-Change.
           ADD Rwr-Fee-Income TO Branch-Fee-Income.
           MOVE Branch-Rank TO Det-Rank.
           MOVE Rwr-Officer-Id TO Det-Officer-Id.
           MOVE Rwr-Officer-Name TO Det-Officer-Name.
           MOVE Rwr-Held TO Det-Held.
           MOVE Rwr-Opened TO Det-Opened.
           MOVE Rwr-Closed TO Det-Closed.
           MOVE Rwr-Balance-Change TO Det-Balance-Change.
           MOVE Rwr-Fee-Income TO Det-Fee-Income.
           MOVE Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Print-Exit.
           EXIT.

       Report-Helpers SECTION.

      *> The start of the month is the latest snapshot dated before
      *> today; today's own snapshot is the month end ACCTMSTR
      *> already shows.
       Find-Start-Snapshot.
           MOVE 0 TO Start-Snap-Date.
           OPEN INPUT Snapshot-File.
           IF Snap-File-Ok
               PERFORM Read-Next-Snapshot
               PERFORM Check-Snapshot-Date UNTIL Snap-File-Eof
               CLOSE Snapshot-File
           END-IF.

       Check-Snapshot-Date.
           IF Snap-Date < Today-Date
               AND Snap-Date > Start-Snap-Date
               MOVE Snap-Date TO Start-Snap-Date
           END-IF.
           PERFORM Read-Next-Snapshot.

       Read-Next-Snapshot.
           READ Snapshot-File
               AT END
                   SET Snap-File-Eof TO TRUE
           END-READ.

       Read-Next-Account.
           READ Account-Master-File NEXT RECORD
               AT END
                   SET Acct-File-Eof TO TRUE
           END-READ.

      *> Only images that change the officer count; the journal is
      *> written in time order, so the table is too.
       Load-Officer-Moves.
           MOVE 0 TO Move-Count.
           OPEN INPUT Image-Journal-File.
           IF Img-File-Ok
               PERFORM Read-Next-Image
               PERFORM Take-One-Image UNTIL Img-File-Eof
               CLOSE Image-Journal-File
           END-IF.

       Read-Next-Image.
           READ Image-Journal-File
               AT END
                   SET Img-File-Eof TO TRUE
           END-READ.

       Take-One-Image.
           IF Img-Business-Date > Start-Snap-Date
               AND Img-Business-Date NOT > Today-Date
               MOVE Img-Before-Image TO Image-Work
               MOVE Image-Officer TO Image-Before-Officer
               MOVE Img-After-Image TO Image-Work
               IF Image-Officer NOT = Image-Before-Officer
                   AND Image-Before-Officer NOT = SPACES
                   PERFORM Store-Officer-Move
               END-IF
           END-IF.
           PERFORM Read-Next-Image.

       Store-Officer-Move.
           IF Move-Count < Max-Moves
               ADD 1 TO Move-Count
               MOVE Image-Acct-Number TO Move-Acct-Number(Move-Count)
               MOVE Img-Business-Date TO Move-Date(Move-Count)
               IF Img-Business-Date < Period-Start-Date
                   MOVE Period-Start-Date TO Move-Date(Move-Count)
               END-IF
               MOVE Image-Before-Officer
                   TO Move-From-Officer(Move-Count)
               MOVE Image-Officer TO Move-To-Officer(Move-Count)
           ELSE
               ADD 1 TO Moves-Dropped
           END-IF.

       Load-Officer-Master-Table.
           MOVE 0 TO Master-Officer-Count.
           OPEN INPUT Officer-Master-File.
           IF Offr-File-Ok
               MOVE LOW-VALUES TO Officer-Id
               START Officer-Master-File
                   KEY IS GREATER THAN Officer-Id
                   INVALID KEY
                       SET Offr-File-Eof TO TRUE
               END-START
               IF Offr-File-Ok
                   PERFORM Read-Next-Master-Officer
               END-IF
               PERFORM Store-Master-Officer
                   UNTIL Offr-File-Eof
                   OR Master-Officer-Count = Max-Master-Officers
               CLOSE Officer-Master-File
           END-IF.

       Read-Next-Master-Officer.
           READ Officer-Master-File NEXT RECORD
               AT END
                   SET Offr-File-Eof TO TRUE
           END-READ.

       Store-Master-Officer.
           ADD 1 TO Master-Officer-Count.
           MOVE Officer-Id TO Mst-Officer-Id(Master-Officer-Count).
           MOVE Officer-Name TO Mst-Officer-Name(Master-Officer-Count).
           MOVE Officer-Branch
               TO Mst-Officer-Branch(Master-Officer-Count).
           PERFORM Read-Next-Master-Officer.

       Clear-Account-Positions.
           MOVE "N" TO Start-Present-Flag.
           MOVE SPACES TO Start-Officer.
           MOVE SPACE TO Start-Status-Flag.
           MOVE 0 TO Start-Balance.
           MOVE 0 TO Start-Ytd-Fees.
           MOVE "Y" TO Start-Fees-Known.
           MOVE "N" TO End-Present-Flag.
           MOVE SPACES TO End-Officer.
           MOVE SPACE TO End-Status-Flag.
           MOVE 0 TO End-Balance.
           MOVE 0 TO End-Ytd-Fees.

      *> Credits the account just gathered to the officers who held
      *> it over the month.
       Credit-One-Account.
           ADD 1 TO Accounts-Measured.
           PERFORM Build-Holding-Segments.
           IF Segment-Count > 1
               ADD 1 TO Accounts-Shared
           END-IF.
           COMPUTE Balance-Delta = End-Balance - Start-Balance.
           IF Start-Fees-Known = "N"
               ADD 1 TO Fees-Unknown-Count
               MOVE 0 TO Fee-Delta
           ELSE
               IF End-Ytd-Fees < Start-Ytd-Fees
                   MOVE End-Ytd-Fees TO Fee-Delta
               ELSE
                   COMPUTE Fee-Delta = End-Ytd-Fees - Start-Ytd-Fees
               END-IF
           END-IF.
           IF End-Present
               AND (NOT Start-Present
                   OR (Start-Status-Flag = "C"
                       AND End-Status-Flag NOT = "C"))
               MOVE Seg-Officer(1) TO Search-Officer-Name
               PERFORM Find-Officer-Slot
               IF Officer-Index > 0
                   ADD 1 TO Offc-Opened(Officer-Index)
               END-IF
           END-IF.
           IF (End-Present AND End-Status-Flag = "C"
                   AND Start-Status-Flag NOT = "C")
               OR (Start-Present AND NOT End-Present
                   AND Start-Status-Flag NOT = "C")
               MOVE Seg-Officer(Segment-Count) TO Search-Officer-Name
               PERFORM Find-Officer-Slot
               IF Officer-Index > 0
                   ADD 1 TO Offc-Closed(Officer-Index)
               END-IF
           END-IF.
           IF End-Present AND End-Status-Flag NOT = "C"
               MOVE Seg-Officer(Segment-Count) TO Search-Officer-Name
               PERFORM Find-Officer-Slot
               IF Officer-Index > 0
                   ADD 1 TO Offc-Held(Officer-Index)
               END-IF
           END-IF.
           MOVE Balance-Delta TO Balance-Left.
           MOVE Fee-Delta TO Fee-Left.
           PERFORM Credit-One-Segment
               VARYING Segment-Index FROM 1 BY 1
               UNTIL Segment-Index > Segment-Count.

      *> A closed account that stayed closed still counts its
      *> segments, but its balance and fees have not moved.
       Credit-One-Segment.
           IF Segment-Index = Segment-Count
               MOVE Balance-Left TO Balance-Share
               MOVE Fee-Left TO Fee-Share
           ELSE
               COMPUTE Balance-Share ROUNDED = Balance-Delta
                   * Seg-Days(Segment-Index) / Total-Segment-Days
               COMPUTE Fee-Share ROUNDED = Fee-Delta
                   * Seg-Days(Segment-Index) / Total-Segment-Days
               SUBTRACT Balance-Share FROM Balance-Left
               SUBTRACT Fee-Share FROM Fee-Left
           END-IF.
           IF Balance-Share NOT = 0 OR Fee-Share NOT = 0
               MOVE Seg-Officer(Segment-Index) TO Search-Officer-Name
               PERFORM Find-Officer-Slot
               IF Officer-Index > 0
                   ADD Balance-Share
                       TO Offc-Balance-Change(Officer-Index)
                   ADD Fee-Share TO Offc-Fee-Income(Officer-Index)
               END-IF
           END-IF.

      *> The first holder is the snapshot's officer, or failing that
      *> whoever the first change in the month moved it from.
       Build-Holding-Segments.
           MOVE 1 TO Segment-Count.
           MOVE Period-Start-Date TO Seg-Start-Date(1).
           IF Start-Officer NOT = SPACES
               MOVE Start-Officer TO Seg-Officer(1)
           ELSE
               MOVE End-Officer TO Seg-Officer(1)
               MOVE 0 TO Found-Move-Sub
               PERFORM Check-First-Account-Move
                   VARYING Move-Index FROM 1 BY 1
                   UNTIL Move-Index > Move-Count
                   OR Found-Move-Sub > 0
               IF Found-Move-Sub > 0
                   MOVE Move-From-Officer(Found-Move-Sub)
                       TO Seg-Officer(1)
               END-IF
           END-IF.
           PERFORM Take-Account-Move
               VARYING Move-Index FROM 1 BY 1
               UNTIL Move-Index > Move-Count.
           MOVE 0 TO Total-Segment-Days.
           PERFORM Count-Segment-Days
               VARYING Segment-Index FROM 1 BY 1
               UNTIL Segment-Index > Segment-Count.
           IF Total-Segment-Days = 0
               MOVE 1 TO Seg-Days(Segment-Count)
               MOVE 1 TO Total-Segment-Days
           END-IF.

       Check-First-Account-Move.
           IF Move-Acct-Number(Move-Index) = Current-Acct-Number
               MOVE Move-Index TO Found-Move-Sub
           END-IF.

       Take-Account-Move.
           IF Move-Acct-Number(Move-Index) = Current-Acct-Number
               IF Move-To-Officer(Move-Index)
                   = Seg-Officer(Segment-Count)
                   CONTINUE
               ELSE
                   IF Move-Date(Move-Index)
                       = Seg-Start-Date(Segment-Count)
                       MOVE Move-To-Officer(Move-Index)
                           TO Seg-Officer(Segment-Count)
                   ELSE
                       IF Segment-Count < Max-Segments
                           ADD 1 TO Segment-Count
                           MOVE Move-To-Officer(Move-Index)
                               TO Seg-Officer(Segment-Count)
                           MOVE Move-Date(Move-Index)
                               TO Seg-Start-Date(Segment-Count)
                       ELSE
                           MOVE Move-To-Officer(Move-Index)
                               TO Seg-Officer(Segment-Count)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Count-Segment-Days.
           MOVE Seg-Start-Date(Segment-Index) TO Walk-Date.
           IF Segment-Index = Segment-Count
               MOVE Today-Date TO Walk-Target-Date
           ELSE
               MOVE Seg-Start-Date(Segment-Index + 1)
                   TO Walk-Target-Date
           END-IF.
           PERFORM Count-Days-Between.
           MOVE Day-Count TO Seg-Days(Segment-Index).
           ADD Day-Count TO Total-Segment-Days.

      *> Finds the officer's slot, adding it on first sight; zero
      *> when the table is full.
       Find-Officer-Slot.
           MOVE 0 TO Found-Officer-Sub.
           PERFORM Check-One-Officer-Slot
               VARYING Officer-Index FROM 1 BY 1
               UNTIL Officer-Index > Officer-Count
               OR Found-Officer-Sub > 0.
           IF Found-Officer-Sub > 0
               MOVE Found-Officer-Sub TO Officer-Index
           ELSE
               IF Officer-Count < Max-Officers
                   ADD 1 TO Officer-Count
                   MOVE Officer-Count TO Officer-Index
                   MOVE Search-Officer-Name TO Offc-Name(Officer-Index)
                   MOVE 0 TO Offc-Held(Officer-Index)
                   MOVE 0 TO Offc-Opened(Officer-Index)
                   MOVE 0 TO Offc-Closed(Officer-Index)
                   MOVE 0 TO Offc-Balance-Change(Officer-Index)
                   MOVE 0 TO Offc-Fee-Income(Officer-Index)
               ELSE
                   SET Officer-Table-Full TO TRUE
                   MOVE 0 TO Officer-Index
               END-IF
           END-IF.

       Check-One-Officer-Slot.
           IF Offc-Name(Officer-Index) = Search-Officer-Name
               MOVE Officer-Index TO Found-Officer-Sub
           END-IF.

       Count-Days-Between.
           MOVE 0 TO Day-Count.
           PERFORM Add-One-Day
               UNTIL Walk-Date >= Walk-Target-Date
               OR Day-Count = 999.

       Add-One-Day.
           ADD 1 TO Day-Count.
           MOVE Month-Length(Walk-Month) TO Days-In-Month.
           IF Walk-Month = 2
               DIVIDE Walk-Year BY 4 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-4
               DIVIDE Walk-Year BY 100 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-100
               DIVIDE Walk-Year BY 400 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-400
               IF Leap-Remainder-4 = 0
                   AND (Leap-Remainder-100 NOT = 0
                       OR Leap-Remainder-400 = 0)
                   MOVE 29 TO Days-In-Month
               END-IF
           END-IF.
           IF Walk-Day < Days-In-Month
               ADD 1 TO Walk-Day
           ELSE
               MOVE 1 TO Walk-Day
               IF Walk-Month < 12
                   ADD 1 TO Walk-Month
               ELSE
                   MOVE 1 TO Walk-Month
                   ADD 1 TO Walk-Year
               END-IF
           END-IF.

       Print-Branch-Heading.
           MOVE 0 TO Branch-Position.
           MOVE 0 TO Branch-Rank.
           MOVE 0 TO Branch-Held.
           MOVE 0 TO Branch-Opened.
           MOVE 0 TO Branch-Closed.
           MOVE 0 TO Branch-Balance-Change.
           MOVE 0 TO Branch-Fee-Income.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Current-Branch TO Bhl-Branch.
           MOVE Branch-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Print-Branch-Subtotal.
           MOVE SPACES TO Total-Line.
           MOVE SPACES TO Tot-Label.
           STRING "TOTAL BRANCH " Current-Branch
               DELIMITED BY SIZE INTO Tot-Label
           END-STRING.
           MOVE Branch-Held TO Tot-Held.
           MOVE Branch-Opened TO Tot-Opened.
           MOVE Branch-Closed TO Tot-Closed.
           MOVE Branch-Balance-Change TO Tot-Balance-Change.
           MOVE Branch-Fee-Income TO Tot-Fee-Income.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           ADD Branch-Held TO Grand-Held.
           ADD Branch-Opened TO Grand-Opened.
           ADD Branch-Closed TO Grand-Closed.
           ADD Branch-Balance-Change TO Grand-Balance-Change.
           ADD Branch-Fee-Income TO Grand-Fee-Income.

       Print-Period-Notes.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Accounts-Shared TO Count-Display.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "  ACCOUNTS SHARED BETWEEN OFFICERS BY DAYS HELD: "
               Count-Display DELIMITED BY SIZE INTO RPT-PRINT-LINE
           END-STRING.
           PERFORM Report-Write-Line.
           IF Fees-Unknown-Count > 0
               MOVE Fees-Unknown-Count TO Count-Display
               MOVE SPACES TO RPT-PRINT-LINE
               STRING "  ACCOUNTS WITH NO FEE FIGURE AT THE SNAPSHOT - "
                   "NO FEE INCOME COUNTED: " Count-Display
                   DELIMITED BY SIZE INTO RPT-PRINT-LINE
               END-STRING
               PERFORM Report-Write-Line
           END-IF.

      *> Reads the official business date from the RUNCTL
      *> run-control file; a missing or empty run-control file
      *> falls back to the system date so a standalone run still
      *> works.
       Read-Business-Date.
           OPEN INPUT Run-Control-File.
           IF Runctl-File-Ok
               READ Run-Control-File
                   AT END
                       ACCEPT Today-Date FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE Run-Business-Date TO Today-Date
               END-READ
               CLOSE Run-Control-File
           ELSE
               ACCEPT Today-Date FROM DATE YYYYMMDD
           END-IF.

       Write-Job-Log.
           MOVE "OfficerIncentiveRpt" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Accounts-Measured TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Rwr-Branch TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Branch-Rank TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Rwr-Officer-Id TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Rwr-Officer-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Rwr-Held TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Rwr-Opened TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Rwr-Closed TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Rwr-Balance-Change TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Rwr-Fee-Income TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
