       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnedItemProcessing.
      *> ReturnedItemProcessing is the nightly returned-deposit
      *> (chargeback) run: every item on the RTNITEM return file -
      *> a deposit we already credited that came back unpaid - is
      *> matched to its original credit on PSTJRNL by account,
      *> amount and posting date. A matched item generates a
      *> reversing debit into TRANFILE under its own "R" source
      *> (effective the original deposit date, so the interest the
      *> bad deposit earned is charged back by BankPosting's
      *> backdated adjustment), a return-item fee from the FEESCHED
      *> "RTNI" entry, and a HOLDTRAN release - or reduction - of
      *> the open HOLDFILE hold placed against that deposit, so the
      *> whole chargeback flows through TransactionEdit,
      *> FundsHoldUpdate and BankPosting like any other work. An
      *> item with no journal credit to reverse, or whose credit
      *> was already reversed, goes to the RTNSUSP suspense list
      *> with an ERRCODES reason instead of being posted blind. The
      *> RTNRPT print file lists the returned items by branch with
      *> branch and bank totals for the customer letters.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the RTNCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per returned item.
      *> 2026-10-15: The return-item fee now rolls into the
      *> account's year-to-date fees collected when it is charged:
      *> ACCTMSTR is opened I-O under the LOCKCTL lock, with a
      *> before/after image on ACCTIMGJ for each rewrite. The fee
      *> debit carries the per-event fee stamp so the general
      *> ledger books it as fee income once it posts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Return-Item-File ASSIGN TO "RTNITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rtn-File-Status.

           SELECT Posted-Journal-File ASSIGN TO "PSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Fee-Schedule-File ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fee-File-Status.

           SELECT Holds-File ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-File-Status.

           SELECT Hold-Tran-File ASSIGN TO "HOLDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Htrn-File-Status.

           SELECT Transaction-File ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tran-File-Status.

           SELECT Return-Suspense-File ASSIGN TO "RTNSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rsus-File-Status.

           SELECT Report-Print-File ASSIGN TO "RTNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "RTNCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

           SELECT Alert-File ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT LOCK-CONTROL-FILE ASSIGN TO "LOCKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

           SELECT Image-Journal-File ASSIGN TO "ACCTIMGJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Img-File-Status.

           SELECT Sort-Work-File ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  Return-Item-File.
       01 Return-Item-Record.
           05 Rtn-Acct-Number       PIC X(15).
           05 Rtn-Amount            PIC S9(7)V99 SIGN IS LEADING
                                     SEPARATE.
           05 Rtn-Deposit-Date      PIC 9(08).
           05 Rtn-Reason            PIC X(02).
           05 Rtn-Item-Reference    PIC X(10).

       FD  Posted-Journal-File.
       COPY PSTJRNL.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Fee-Schedule-File.
       COPY FEESCHED.

       FD  Holds-File.
       COPY HOLDREC.

       FD  Hold-Tran-File.
       COPY HOLDTRN.

       FD  Transaction-File.
       COPY TRANREC.

       FD  Return-Suspense-File.
       01 Return-Suspense-Record.
           05 Rsus-Item-Data        PIC X(45).
           05 Rsus-Reason-Code      PIC 9(04).

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Job-Log-File.
       COPY JOBLOG.

       FD  Alert-File.
       COPY ALERTREC.

       FD  LOCK-CONTROL-FILE.
       COPY LOCKREC.

       FD  Image-Journal-File.
       COPY IMGJRNL.

       SD  Sort-Work-File.
       01 Sort-Work-Record.
           05 Swr-Branch          PIC X(05).
           05 Swr-Acct-Number     PIC X(15).
           05 Swr-Deposit-Date    PIC 9(08).
           05 Swr-Amount          PIC S9(7)V99.
           05 Swr-Reason          PIC X(02).
           05 Swr-Reference       PIC X(10).
           05 Swr-Hold-Action     PIC X(08).

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Rtn-File-Status PIC X(02) VALUE "00".
          88 Rtn-File-Ok VALUE "00".
          88 Rtn-File-Eof VALUE "10".

       01 Jrnl-File-Status PIC X(02) VALUE "00".
          88 Jrnl-File-Ok VALUE "00".
          88 Jrnl-File-Eof VALUE "10".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
       01 Acct-File-Open-Switch PIC X(01) VALUE "N".
          88 Acct-File-Is-Open VALUE "Y".

       01 Fee-File-Status PIC X(02) VALUE "00".
          88 Fee-File-Ok VALUE "00".
          88 Fee-File-Eof VALUE "10".

       01 Hold-File-Status PIC X(02) VALUE "00".
          88 Hold-File-Ok VALUE "00".
          88 Hold-File-Eof VALUE "10".

       01 Htrn-File-Status PIC X(02) VALUE "00".
       01 Tran-File-Status PIC X(02) VALUE "00".
       01 Rsus-File-Status PIC X(02) VALUE "00".
       01 Rpt-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.
       COPY LOCKWS.

       01 Img-File-Status PIC X(02) VALUE "00".
       01 Image-Before-Save PIC X(200).

       01 Today-Date PIC 9(08).
       01 Return-Fee-Type PIC X(04) VALUE "RTNI".
       01 Return-Fee-Amount PIC S9(5)V99 VALUE 0.
       01 Return-Fee-Found PIC X(01) VALUE "N".
          88 Return-Fee-Is-Found VALUE "Y".

       01 Max-Return-Items PIC 9(03) VALUE 200.
       01 Return-Item-Count PIC 9(03) VALUE 0.
       01 Return-Sub PIC 9(03).
       01 Earlier-Sub PIC 9(03).
       01 Return-Item-Table.
           05 Return-Item-Entry OCCURS 200 TIMES.
              10 Tbl-Rtn-Acct-Number   PIC X(15).
              10 Tbl-Rtn-Amount        PIC S9(7)V99.
              10 Tbl-Rtn-Deposit-Date  PIC 9(08).
              10 Tbl-Rtn-Reason        PIC X(02).
              10 Tbl-Rtn-Reference     PIC X(10).
              10 Tbl-Rtn-Credits-Found PIC 9(03).
              10 Tbl-Rtn-Prior-Returns PIC 9(03).
              10 Tbl-Rtn-Status        PIC X(01).
                 88 Tbl-Rtn-Accepted       VALUE "A".
                 88 Tbl-Rtn-Suspended      VALUE "S".
              10 Tbl-Rtn-Reason-Code   PIC 9(04).
              10 Tbl-Rtn-Branch        PIC X(05).
              10 Tbl-Rtn-Hold-Action   PIC X(08).

       01 Batch-Returns-Ahead PIC 9(03).

       01 Max-Open-Holds PIC 9(03) VALUE 500.
       01 Open-Hold-Count PIC 9(03) VALUE 0.
       01 Hold-Sub PIC 9(03).
       01 Found-Hold-Sub PIC 9(03).
       01 Open-Hold-Table.
           05 Open-Hold-Entry OCCURS 500 TIMES.
              10 Tbl-Hold-Acct-Number  PIC X(15).
              10 Tbl-Hold-Amount       PIC S9(7)V99.
              10 Tbl-Hold-Place-Date   PIC 9(08).
              10 Tbl-Hold-Release-Date PIC 9(08).
              10 Tbl-Hold-Used         PIC X(01).

       01 Remaining-Hold-Amount PIC S9(7)V99.

       01 Max-Fee-Accounts PIC 9(03) VALUE 200.
       01 Fee-Account-Count PIC 9(03) VALUE 0.
       01 Fee-Sub PIC 9(03).
       01 Fee-Account-Found PIC X(01) VALUE "N".
          88 Fee-Account-Is-Found VALUE "Y".
       01 Fee-Account-Table.
           05 Fee-Account-Entry OCCURS 200 TIMES.
              10 Tbl-Fee-Acct-Number   PIC X(15).
              10 Tbl-Fee-Item-Count    PIC 9(03).

       01 Items-Read PIC 9(05) VALUE 0.
       01 Items-Returned PIC 9(05) VALUE 0.
       01 Items-Suspended PIC 9(05) VALUE 0.
       01 Holds-Released PIC 9(05) VALUE 0.
       01 Holds-Reduced PIC 9(05) VALUE 0.
       01 Fees-Assessed PIC 9(05) VALUE 0.
       01 Total-Returned-Amount PIC S9(11)V99 VALUE 0.
       01 Total-Fee-Amount PIC S9(9)V99 VALUE 0.

       01 Sort-Return-Done-Flag PIC X(01) VALUE "N".
          88 Sort-Return-Done VALUE "Y".
       01 First-Group-Flag PIC X(01) VALUE "Y".
          88 First-Group VALUE "Y".
       01 Current-Branch PIC X(05).
       01 Branch-Item-Count PIC 9(05) VALUE 0.
       01 Branch-Amount-Total PIC S9(11)V99 VALUE 0.
       01 Edited-Amount PIC -Z,ZZZ,ZZ9.99.
       01 Edited-Total PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Dtl-Acct-Number      PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Dtl-Deposit-Date     PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Dtl-Amount           PIC -Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Dtl-Reason           PIC X(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Dtl-Reference        PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Dtl-Hold-Action      PIC X(08).

       01 Column-Heading-Line.
           05 FILLER               PIC X(19)
              VALUE "  ACCOUNT".
           05 FILLER               PIC X(10) VALUE "DEPOSITED".
           05 FILLER               PIC X(15) VALUE "     AMOUNT".
           05 FILLER               PIC X(04) VALUE "RSN".
           05 FILLER               PIC X(12) VALUE "REFERENCE".
           05 FILLER               PIC X(08) VALUE "HOLD".

       COPY ERRCODES.

       PROCEDURE DIVISION.
       Main-Control SECTION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Load-Return-Items.
           IF Return-Item-Count = 0
               DISPLAY "No returned items to process."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           PERFORM Load-Return-Fee.
           PERFORM Match-Journal-Credits.
           PERFORM Load-Open-Holds.
           PERFORM Open-Output-Files.
           PERFORM Process-One-Return
               VARYING Return-Sub FROM 1 BY 1
               UNTIL Return-Sub > Return-Item-Count.
           PERFORM Write-Fee-Transactions
               VARYING Fee-Sub FROM 1 BY 1
               UNTIL Fee-Sub > Fee-Account-Count.
           CLOSE Transaction-File.
           CLOSE Hold-Tran-File.
           CLOSE Return-Suspense-File.
           IF Acct-File-Is-Open
               CLOSE Account-Master-File
               CLOSE Image-Journal-File
               PERFORM Release-Master-Lock
           END-IF.
           PERFORM Print-Returned-Item-Report.
           PERFORM Clear-Return-Item-File.
           DISPLAY "Returned items read: " Items-Read.
           DISPLAY "Returned items reversed: " Items-Returned.
           DISPLAY "Returned items to suspense: " Items-Suspended.
           DISPLAY "Holds released: " Holds-Released.
           DISPLAY "Holds reduced: " Holds-Reduced.
           DISPLAY "Return-item fees assessed: " Fees-Assessed.
           IF Items-Suspended > 0
               MOVE 9001 TO Alert-Err-Code
               MOVE "Returned items left on RTNSUSP" TO Alert-Text
               SET Alert-Warning TO TRUE
               PERFORM Write-Operator-Alert
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> The return file is loaded whole so one pass of the journal
      *> can match every item; an item the table cannot hold would
      *> be consumed unprocessed, so an overflow refuses the run.
       Load-Return-Items.
           MOVE 0 TO Return-Item-Count.
           OPEN INPUT Return-Item-File.
           IF Rtn-File-Ok
               PERFORM Read-Next-Return-Item
               PERFORM Store-One-Return-Item UNTIL Rtn-File-Eof
               CLOSE Return-Item-File
           END-IF.

       Read-Next-Return-Item.
           READ Return-Item-File
               AT END
                   SET Rtn-File-Eof TO TRUE
           END-READ.

       Store-One-Return-Item.
           IF Return-Item-Count = Max-Return-Items
               DISPLAY "More than " Max-Return-Items " returned"
                   " items on file - refusing rather than"
                   " dropping the tail."
               CLOSE Return-Item-File
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           ADD 1 TO Items-Read.
           ADD 1 TO Return-Item-Count.
           MOVE Rtn-Acct-Number
               TO Tbl-Rtn-Acct-Number(Return-Item-Count).
           MOVE Rtn-Amount TO Tbl-Rtn-Amount(Return-Item-Count).
           MOVE Rtn-Deposit-Date
               TO Tbl-Rtn-Deposit-Date(Return-Item-Count).
           MOVE Rtn-Reason TO Tbl-Rtn-Reason(Return-Item-Count).
           MOVE Rtn-Item-Reference
               TO Tbl-Rtn-Reference(Return-Item-Count).
           MOVE 0 TO Tbl-Rtn-Credits-Found(Return-Item-Count).
           MOVE 0 TO Tbl-Rtn-Prior-Returns(Return-Item-Count).
           MOVE SPACE TO Tbl-Rtn-Status(Return-Item-Count).
           MOVE 0 TO Tbl-Rtn-Reason-Code(Return-Item-Count).
           MOVE SPACES TO Tbl-Rtn-Branch(Return-Item-Count).
           MOVE "NONE" TO Tbl-Rtn-Hold-Action(Return-Item-Count).
           PERFORM Read-Next-Return-Item.

      *> The fee comes from the FEESCHED "RTNI" entry; no entry
      *> means no fee, and the run says so.
       Load-Return-Fee.
           OPEN INPUT Fee-Schedule-File.
           IF Fee-File-Ok
               PERFORM Read-Next-Fee-Entry
               PERFORM Check-One-Fee-Entry
                   UNTIL Fee-File-Eof OR Return-Fee-Is-Found
               CLOSE Fee-Schedule-File
           END-IF.
           IF NOT Return-Fee-Is-Found
               DISPLAY "No " Return-Fee-Type " entry on FEESCHED -"
                   " returned items carry no fee."
           END-IF.

       Read-Next-Fee-Entry.
           READ Fee-Schedule-File
               AT END
                   SET Fee-File-Eof TO TRUE
           END-READ.

       Check-One-Fee-Entry.
           IF Fee-Type = Return-Fee-Type
               SET Return-Fee-Is-Found TO TRUE
               MOVE Fee-Amount TO Return-Fee-Amount
           ELSE
               PERFORM Read-Next-Fee-Entry
           END-IF.

      *> One pass of the journal counts, per returned item, the
      *> credits it could reverse (same account and amount, posted
      *> on the deposit date) and the "R" reversals already posted
      *> against them, so a return keyed twice is caught here.
       Match-Journal-Credits.
           OPEN INPUT Posted-Journal-File.
           IF Jrnl-File-Ok
               PERFORM Read-Next-Journal-Entry
               PERFORM Match-One-Journal-Entry UNTIL Jrnl-File-Eof
               CLOSE Posted-Journal-File
           ELSE
               DISPLAY "No posted journal - no credit can be"
                   " matched."
           END-IF.

       Read-Next-Journal-Entry.
           READ Posted-Journal-File
               AT END
                   SET Jrnl-File-Eof TO TRUE
           END-READ.

       Match-One-Journal-Entry.
           PERFORM Check-Entry-Against-Item
               VARYING Return-Sub FROM 1 BY 1
               UNTIL Return-Sub > Return-Item-Count.
           PERFORM Read-Next-Journal-Entry.

       Check-Entry-Against-Item.
           IF Jrnl-Acct-Number = Tbl-Rtn-Acct-Number(Return-Sub)
               AND Jrnl-Amount = Tbl-Rtn-Amount(Return-Sub)
               IF Jrnl-Is-Credit
                   AND Jrnl-Post-Date
                       = Tbl-Rtn-Deposit-Date(Return-Sub)
                   ADD 1 TO Tbl-Rtn-Credits-Found(Return-Sub)
               END-IF
               IF Jrnl-Is-Debit
                   AND Jrnl-Source-Code = "R"
                   AND Jrnl-Effective-Date
                       = Tbl-Rtn-Deposit-Date(Return-Sub)
                   ADD 1 TO Tbl-Rtn-Prior-Returns(Return-Sub)
               END-IF
           END-IF.

      *> The open holds are loaded so each reversal can find the
      *> hold placed against its deposit; an overflow refuses the
      *> run rather than leave a bounced deposit's hold in place.
       Load-Open-Holds.
           MOVE 0 TO Open-Hold-Count.
           OPEN INPUT Holds-File.
           IF Hold-File-Ok
               PERFORM Read-Next-Hold
               PERFORM Store-One-Open-Hold UNTIL Hold-File-Eof
               CLOSE Holds-File
           END-IF.

       Read-Next-Hold.
           READ Holds-File
               AT END
                   SET Hold-File-Eof TO TRUE
           END-READ.

       Store-One-Open-Hold.
           IF Hold-Open
               IF Open-Hold-Count = Max-Open-Holds
                   DISPLAY "More than " Max-Open-Holds " open"
                       " holds - refusing rather than missing the"
                       " hold on a returned deposit."
                   CLOSE Holds-File
                   MOVE 8 TO RETURN-CODE
                   PERFORM Write-Job-Log
                   STOP RUN
               END-IF
               ADD 1 TO Open-Hold-Count
               MOVE Hold-Acct-Number
                   TO Tbl-Hold-Acct-Number(Open-Hold-Count)
               MOVE Hold-Amount TO Tbl-Hold-Amount(Open-Hold-Count)
               MOVE Hold-Place-Date
                   TO Tbl-Hold-Place-Date(Open-Hold-Count)
               MOVE Hold-Release-Date
                   TO Tbl-Hold-Release-Date(Open-Hold-Count)
               MOVE "N" TO Tbl-Hold-Used(Open-Hold-Count)
           END-IF.
           PERFORM Read-Next-Hold.

       Open-Output-Files.
           OPEN EXTEND Transaction-File.
           IF Tran-File-Status = "35"
               CLOSE Transaction-File
               OPEN OUTPUT Transaction-File
           END-IF.
           OPEN EXTEND Hold-Tran-File.
           IF Htrn-File-Status = "35"
               CLOSE Hold-Tran-File
               OPEN OUTPUT Hold-Tran-File
           END-IF.
           OPEN OUTPUT Return-Suspense-File.
           MOVE "ACCTMSTR" TO Lock-Master-Wanted.
           MOVE "ReturnedItemProc" TO Lock-Program-Name.
           PERFORM Claim-Master-Lock.
           OPEN I-O Account-Master-File.
           IF Acct-File-Ok
               SET Acct-File-Is-Open TO TRUE
               OPEN EXTEND Image-Journal-File
               IF Img-File-Status = "35"
                   CLOSE Image-Journal-File
                   OPEN OUTPUT Image-Journal-File
               END-IF
           ELSE
               PERFORM Release-Master-Lock
           END-IF.

      *> An item reverses only while the credits matched outnumber
      *> the reversals already journaled plus the earlier items in
      *> this same batch against the same deposit.
       Process-One-Return.
           MOVE 0 TO Batch-Returns-Ahead.
           PERFORM Count-One-Earlier-Item
               VARYING Earlier-Sub FROM 1 BY 1
               UNTIL Earlier-Sub >= Return-Sub.
           IF Tbl-Rtn-Credits-Found(Return-Sub) = 0
               MOVE 4021 TO Tbl-Rtn-Reason-Code(Return-Sub)
               PERFORM Suspend-Return-Item
           ELSE
               IF Tbl-Rtn-Prior-Returns(Return-Sub)
                   + Batch-Returns-Ahead
                   >= Tbl-Rtn-Credits-Found(Return-Sub)
                   MOVE 4022 TO Tbl-Rtn-Reason-Code(Return-Sub)
                   PERFORM Suspend-Return-Item
               ELSE
                   PERFORM Reverse-Return-Item
               END-IF
           END-IF.

       Count-One-Earlier-Item.
           IF Tbl-Rtn-Accepted(Earlier-Sub)
               AND Tbl-Rtn-Acct-Number(Earlier-Sub)
                   = Tbl-Rtn-Acct-Number(Return-Sub)
               AND Tbl-Rtn-Amount(Earlier-Sub)
                   = Tbl-Rtn-Amount(Return-Sub)
               AND Tbl-Rtn-Deposit-Date(Earlier-Sub)
                   = Tbl-Rtn-Deposit-Date(Return-Sub)
               ADD 1 TO Batch-Returns-Ahead
           END-IF.

       Suspend-Return-Item.
           SET Tbl-Rtn-Suspended(Return-Sub) TO TRUE.
           ADD 1 TO Items-Suspended.
           MOVE SPACES TO Return-Item-Record.
           MOVE Tbl-Rtn-Acct-Number(Return-Sub) TO Rtn-Acct-Number.
           MOVE Tbl-Rtn-Amount(Return-Sub) TO Rtn-Amount.
           MOVE Tbl-Rtn-Deposit-Date(Return-Sub)
               TO Rtn-Deposit-Date.
           MOVE Tbl-Rtn-Reason(Return-Sub) TO Rtn-Reason.
           MOVE Tbl-Rtn-Reference(Return-Sub) TO Rtn-Item-Reference.
           MOVE Return-Item-Record TO Rsus-Item-Data.
           MOVE Tbl-Rtn-Reason-Code(Return-Sub) TO Rsus-Reason-Code.
           WRITE Return-Suspense-Record.

      *> The reversal carries the original deposit date as both its
      *> transaction and effective date: two bounced deposits of the
      *> same amount stay distinct to the duplicate check, and
      *> BankPosting charges back the interest the deposit earned.
       Reverse-Return-Item.
           SET Tbl-Rtn-Accepted(Return-Sub) TO TRUE.
           ADD 1 TO Items-Returned.
           ADD Tbl-Rtn-Amount(Return-Sub) TO Total-Returned-Amount.
           MOVE Tbl-Rtn-Acct-Number(Return-Sub) TO Tran-Acct-Number.
           SET Tran-Is-Debit TO TRUE.
           MOVE Tbl-Rtn-Amount(Return-Sub) TO Tran-Amount.
           MOVE Tbl-Rtn-Deposit-Date(Return-Sub) TO Tran-Date.
           MOVE SPACES TO Tran-Counterpart-Acct.
           SET Tran-Src-Return-Item TO TRUE.
           MOVE "*BATCH*" TO Tran-Operator-Id.
           MOVE Tbl-Rtn-Deposit-Date(Return-Sub)
               TO Tran-Effective-Date.
           WRITE Tran-Record.
           PERFORM Find-Item-Branch.
           PERFORM Adjust-Deposit-Hold.
           IF Return-Fee-Is-Found AND Return-Fee-Amount > 0
               PERFORM Count-Fee-For-Account
           END-IF.

       Find-Item-Branch.
           MOVE "?????" TO Tbl-Rtn-Branch(Return-Sub).
           IF Acct-File-Is-Open
               MOVE Tbl-Rtn-Acct-Number(Return-Sub) TO Acct-Number
               READ Account-Master-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Acct-Branch-Code
                           TO Tbl-Rtn-Branch(Return-Sub)
               END-READ
           END-IF.

      *> The hold tied to the deposit is the open hold on the
      *> account placed on the deposit date - the one for the exact
      *> amount first, otherwise any. A hold no bigger than the
      *> returned amount is released; a bigger one (several
      *> deposits held together) is released and re-placed for the
      *> remainder until its original release date.
       Adjust-Deposit-Hold.
           MOVE 0 TO Found-Hold-Sub.
           PERFORM Find-Exact-Deposit-Hold
               VARYING Hold-Sub FROM 1 BY 1
               UNTIL Hold-Sub > Open-Hold-Count
               OR Found-Hold-Sub > 0.
           IF Found-Hold-Sub = 0
               PERFORM Find-Any-Deposit-Hold
                   VARYING Hold-Sub FROM 1 BY 1
                   UNTIL Hold-Sub > Open-Hold-Count
                   OR Found-Hold-Sub > 0
           END-IF.
           IF Found-Hold-Sub > 0
               MOVE "Y" TO Tbl-Hold-Used(Found-Hold-Sub)
               SET Htrn-Release TO TRUE
               MOVE Tbl-Hold-Acct-Number(Found-Hold-Sub)
                   TO Htrn-Acct-Number
               MOVE Tbl-Hold-Amount(Found-Hold-Sub) TO Htrn-Amount
               MOVE Tbl-Hold-Release-Date(Found-Hold-Sub)
                   TO Htrn-Release-Date
               WRITE Hold-Tran-Record
               IF Tbl-Hold-Amount(Found-Hold-Sub)
                   > Tbl-Rtn-Amount(Return-Sub)
                   COMPUTE Remaining-Hold-Amount =
                       Tbl-Hold-Amount(Found-Hold-Sub)
                       - Tbl-Rtn-Amount(Return-Sub)
                   SET Htrn-Place TO TRUE
                   MOVE Remaining-Hold-Amount TO Htrn-Amount
                   WRITE Hold-Tran-Record
                   MOVE "REDUCED" TO Tbl-Rtn-Hold-Action(Return-Sub)
                   ADD 1 TO Holds-Reduced
               ELSE
                   MOVE "RELEASED"
                       TO Tbl-Rtn-Hold-Action(Return-Sub)
                   ADD 1 TO Holds-Released
               END-IF
           END-IF.

       Find-Exact-Deposit-Hold.
           IF Tbl-Hold-Used(Hold-Sub) = "N"
               AND Tbl-Hold-Acct-Number(Hold-Sub)
                   = Tbl-Rtn-Acct-Number(Return-Sub)
               AND Tbl-Hold-Place-Date(Hold-Sub)
                   = Tbl-Rtn-Deposit-Date(Return-Sub)
               AND Tbl-Hold-Amount(Hold-Sub)
                   = Tbl-Rtn-Amount(Return-Sub)
               MOVE Hold-Sub TO Found-Hold-Sub
           END-IF.

       Find-Any-Deposit-Hold.
           IF Tbl-Hold-Used(Hold-Sub) = "N"
               AND Tbl-Hold-Acct-Number(Hold-Sub)
                   = Tbl-Rtn-Acct-Number(Return-Sub)
               AND Tbl-Hold-Place-Date(Hold-Sub)
                   = Tbl-Rtn-Deposit-Date(Return-Sub)
               MOVE Hold-Sub TO Found-Hold-Sub
           END-IF.

      *> The fee is charged once per account per run for all its
      *> returned items together, so two returns on one account do
      *> not generate identical fee debits the duplicate check
      *> would divert.
       Count-Fee-For-Account.
           MOVE "N" TO Fee-Account-Found.
           PERFORM Add-Item-To-Fee-Entry
               VARYING Fee-Sub FROM 1 BY 1
               UNTIL Fee-Sub > Fee-Account-Count
               OR Fee-Account-Is-Found.
           IF NOT Fee-Account-Is-Found
               AND Fee-Account-Count < Max-Fee-Accounts
               ADD 1 TO Fee-Account-Count
               MOVE Tbl-Rtn-Acct-Number(Return-Sub)
                   TO Tbl-Fee-Acct-Number(Fee-Account-Count)
               MOVE 1 TO Tbl-Fee-Item-Count(Fee-Account-Count)
           END-IF.

       Add-Item-To-Fee-Entry.
           IF Tbl-Fee-Acct-Number(Fee-Sub)
               = Tbl-Rtn-Acct-Number(Return-Sub)
               SET Fee-Account-Is-Found TO TRUE
               ADD 1 TO Tbl-Fee-Item-Count(Fee-Sub)
           END-IF.

       Write-Fee-Transactions.
           MOVE Tbl-Fee-Acct-Number(Fee-Sub) TO Tran-Acct-Number.
           SET Tran-Is-Debit TO TRUE.
           COMPUTE Tran-Amount =
               Return-Fee-Amount * Tbl-Fee-Item-Count(Fee-Sub).
           MOVE Today-Date TO Tran-Date.
           MOVE SPACES TO Tran-Counterpart-Acct.
           SET Tran-Src-Fee-Batch TO TRUE.
           SET Tran-Event-Fee-Stamp TO TRUE.
           MOVE 0 TO Tran-Effective-Date.
           WRITE Tran-Record.
           ADD 1 TO Fees-Assessed.
           ADD Tran-Amount TO Total-Fee-Amount.
           PERFORM Add-Fee-To-Account.

      *> The fee rolls into the account's year-to-date fees
      *> collected when it is charged, as MonthlyFeeAssessment's
      *> do, with a before/after image for the roll-forward.
       Add-Fee-To-Account.
           IF Acct-File-Is-Open
               MOVE Tbl-Fee-Acct-Number(Fee-Sub) TO Acct-Number
               READ Account-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF Acct-File-Ok
                   MOVE Acct-Master-Record TO Image-Before-Save
                   ADD Tran-Amount TO Acct-Ytd-Fees-Collected
                   REWRITE Acct-Master-Record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF Acct-File-Ok
                       PERFORM Write-Account-Image
                   END-IF
               END-IF
           END-IF.

       Write-Account-Image.
           MOVE "ReturnedItemProc" TO Img-Program-Id.
           MOVE Today-Date TO Img-Business-Date.
           ACCEPT Img-Change-Time FROM TIME.
           MOVE Image-Before-Save TO Img-Before-Image.
           MOVE Acct-Master-Record TO Img-After-Image.
           WRITE Acct-Image-Record.

      *> The return file is consumed once processed, the way
      *> FundsHoldUpdate clears HOLDTRAN, so the nightly rerun
      *> cannot reverse the same deposits again.
       Clear-Return-Item-File.
           OPEN OUTPUT Return-Item-File.
           CLOSE Return-Item-File.

       Print-Returned-Item-Report.
           OPEN OUTPUT Report-Print-File.
           MOVE "RETURNED ITEM REPORT" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "BRANCH," "ACCOUNT," "DEPOSITED," "AMOUNT," "REASON,"
               "REFERENCE," "HOLD"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Column-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           SORT Sort-Work-File
               ASCENDING KEY Swr-Branch Swr-Acct-Number
                   Swr-Deposit-Date
               INPUT PROCEDURE IS Release-Returned-Items
               OUTPUT PROCEDURE IS Print-Returned-Items.
           IF NOT First-Group
               PERFORM Print-Branch-Subtotal
           END-IF.
           MOVE Total-Returned-Amount TO Edited-Total.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "Bank total: " Items-Returned " item(s) "
               Edited-Total
               DELIMITED BY SIZE INTO RPT-PRINT-LINE
           END-STRING.
           PERFORM Report-Write-Line.
           MOVE Total-Fee-Amount TO Edited-Total.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "Return-item fees: " Fees-Assessed
               " account(s) " Edited-Total
               DELIMITED BY SIZE INTO RPT-PRINT-LINE
           END-STRING.
           PERFORM Report-Write-Line.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "Items to RTNSUSP suspense: " Items-Suspended
               DELIMITED BY SIZE INTO RPT-PRINT-LINE
           END-STRING.
           PERFORM Report-Write-Line.
           PERFORM Print-One-Suspended-Item
               VARYING Return-Sub FROM 1 BY 1
               UNTIL Return-Sub > Return-Item-Count.
           PERFORM Report-End.
           CLOSE Report-Print-File.

       Print-One-Suspended-Item.
           IF Tbl-Rtn-Suspended(Return-Sub)
               MOVE Tbl-Rtn-Amount(Return-Sub) TO Edited-Amount
               MOVE SPACES TO RPT-PRINT-LINE
               STRING "  " Tbl-Rtn-Acct-Number(Return-Sub) "  "
                   Tbl-Rtn-Deposit-Date(Return-Sub) "  "
                   Edited-Amount "  reason "
                   Tbl-Rtn-Reason-Code(Return-Sub)
                   DELIMITED BY SIZE INTO RPT-PRINT-LINE
               END-STRING
               PERFORM Report-Write-Line
           END-IF.

       Release-Returned-Items SECTION.
       Release-Start.
           PERFORM Release-One-Item
               VARYING Return-Sub FROM 1 BY 1
               UNTIL Return-Sub > Return-Item-Count.
           GO TO Release-Exit.

       Release-One-Item.
           IF Tbl-Rtn-Accepted(Return-Sub)
               MOVE Tbl-Rtn-Branch(Return-Sub) TO Swr-Branch
               MOVE Tbl-Rtn-Acct-Number(Return-Sub)
                   TO Swr-Acct-Number
               MOVE Tbl-Rtn-Deposit-Date(Return-Sub)
                   TO Swr-Deposit-Date
               MOVE Tbl-Rtn-Amount(Return-Sub) TO Swr-Amount
               MOVE Tbl-Rtn-Reason(Return-Sub) TO Swr-Reason
               MOVE Tbl-Rtn-Reference(Return-Sub) TO Swr-Reference
               MOVE Tbl-Rtn-Hold-Action(Return-Sub)
                   TO Swr-Hold-Action
               RELEASE Sort-Work-Record
           END-IF.

       Release-Exit.
           EXIT.

       Print-Returned-Items SECTION.
       Print-Start.
           MOVE "N" TO Sort-Return-Done-Flag.
           PERFORM Print-Returned-Line UNTIL Sort-Return-Done.
           GO TO Print-Exit.

       Print-Returned-Line.
           RETURN Sort-Work-File
               AT END
                   SET Sort-Return-Done TO TRUE
               NOT AT END
                   PERFORM Print-One-Returned-Item
           END-RETURN.

       Print-One-Returned-Item.
           IF First-Group
               MOVE "N" TO First-Group-Flag
               MOVE Swr-Branch TO Current-Branch
               PERFORM Print-Branch-Heading
           END-IF.
           IF Swr-Branch NOT = Current-Branch
               PERFORM Print-Branch-Subtotal
               MOVE Swr-Branch TO Current-Branch
               PERFORM Print-Branch-Heading
           END-IF.
           MOVE Swr-Acct-Number TO Dtl-Acct-Number.
           MOVE Swr-Deposit-Date TO Dtl-Deposit-Date.
           MOVE Swr-Amount TO Dtl-Amount.
           MOVE Swr-Reason TO Dtl-Reason.
           MOVE Swr-Reference TO Dtl-Reference.
           MOVE Swr-Hold-Action TO Dtl-Hold-Action.
           MOVE Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.
           ADD 1 TO Branch-Item-Count.
           ADD Swr-Amount TO Branch-Amount-Total.

       Print-Exit.
           EXIT.

       Report-Helpers SECTION.

       Print-Branch-Heading.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "== Branch " Current-Branch " =="
               DELIMITED BY SIZE INTO RPT-PRINT-LINE
           END-STRING.
           PERFORM Report-Write-Line.

       Print-Branch-Subtotal.
           MOVE Branch-Amount-Total TO Edited-Total.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "== Branch " Current-Branch " total: "
               Branch-Item-Count " item(s) " Edited-Total " =="
               DELIMITED BY SIZE INTO RPT-PRINT-LINE
           END-STRING.
           PERFORM Report-Write-Line.
           MOVE 0 TO Branch-Item-Count.
           MOVE 0 TO Branch-Amount-Total.

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
           MOVE "ReturnedItemProc" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Items-Read TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Write-Operator-Alert.
           MOVE "ReturnedItemProc" TO Alert-Program-Id.
           MOVE Today-Date TO Alert-Business-Date.
           OPEN EXTEND Alert-File.
           IF Alert-File-Status = "35"
               CLOSE Alert-File
               OPEN OUTPUT Alert-File
           END-IF.
           MOVE "N" TO Alert-Ack-Flag.
           MOVE SPACES TO Alert-Ack-User.
           MOVE 0 TO Alert-Ack-Date.
           WRITE Operator-Alert-Record.
           CLOSE Alert-File.

       Build-Csv-Row.
           MOVE Swr-Branch TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Swr-Acct-Number TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Swr-Deposit-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Swr-Amount TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Swr-Reason TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Swr-Reference TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Swr-Hold-Action TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
       COPY LOCKPROC.
