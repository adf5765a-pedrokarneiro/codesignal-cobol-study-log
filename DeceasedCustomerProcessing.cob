       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeceasedCustomerProcessing.
      *> DeceasedCustomerProcessing is the nightly step that acts on
      *> every customer CustomerMaintenance has marked deceased ("Y")
      *> in one pass, instead of the branches touching each master by
      *> hand. Every account the customer holds is dealt with on
      *> ACCTMSTR: a sole account has its debits frozen (the estate
      *> account), a joint account the customer held as primary is
      *> retitled to the surviving holder, and a joint account the
      *> customer held as second holder loses them as a holder. The
      *> active standing orders on each estate account are suspended
      *> on STORDER, and every standing-order credit posted to an
      *> estate account with an effective date after the date of
      *> death is reversed by a "D" debit on TRANFILE. The customer is
      *> then marked processed ("P") and taken off marketing, which
      *> also drops them from the statement run. The ESTATERPT estate
      *> report lists every account the customer held with its
      *> balance as of the date of death, for the executor. The run
      *> claims both masters on LOCKCTL and journals every account
      *> rewrite to ACCTIMGJ for MasterRollForward.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the ESTATCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per estate account.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Standing-Order-File ASSIGN TO "STORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS Sord-File-Status.

           SELECT Posted-Journal-File ASSIGN TO "PSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Transaction-File ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tran-File-Status.

           SELECT Report-Print-File ASSIGN TO "ESTATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "ESTATCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT LOCK-CONTROL-FILE ASSIGN TO "LOCKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

           SELECT Image-Journal-File ASSIGN TO "ACCTIMGJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Img-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Standing-Order-File.
       COPY STORDREC.

       FD  Posted-Journal-File.
       COPY PSTJRNL.

       FD  Transaction-File.
       COPY TRANREC.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  LOCK-CONTROL-FILE.
       COPY LOCKREC.

       FD  Image-Journal-File.
       COPY IMGJRNL.

       FD  Job-Log-File.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY LOCKWS.

       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Img-File-Status PIC X(02) VALUE "00".
       01 Image-Before-Save PIC X(200).
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".
          88 Cust-File-Eof VALUE "10".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
          88 Acct-File-Eof VALUE "10".

       01 Sord-File-Status PIC X(02) VALUE "00".
          88 Sord-File-Ok VALUE "00".
          88 Sord-File-Eof VALUE "10".

       01 Jrnl-File-Status PIC X(02) VALUE "00".
          88 Jrnl-File-Ok VALUE "00".
          88 Jrnl-File-Eof VALUE "10".

       01 Tran-File-Status PIC X(02) VALUE "00".
       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).

      *> The customers marked deceased and not yet processed.
       01 Max-Deceased PIC 9(03) VALUE 100.
       01 Deceased-Count PIC 9(03) VALUE 0.
       01 Deceased-Sub PIC 9(03).
       01 Primary-Deceased-Sub PIC 9(03).
       01 Second-Deceased-Sub PIC 9(03).
       01 Search-Customer-Id PIC 9(05).
       01 Found-Deceased-Sub PIC 9(03).
       01 Deceased-Table.
           05 Deceased-Entry OCCURS 100 TIMES.
              10 Tbl-Dec-Customer-Id   PIC 9(05).
              10 Tbl-Dec-First-Name    PIC X(20).
              10 Tbl-Dec-Last-Name     PIC X(20).
              10 Tbl-Dec-Death-Date    PIC 9(08).

      *> One entry per account a deceased customer held. An account
      *> both of whose holders have died carries an entry for each;
      *> only the first is flagged as the estate entry, so its
      *> standing orders and reversals are worked once.
       01 Max-Estate-Accounts PIC 9(03) VALUE 500.
       01 Estate-Account-Count PIC 9(03) VALUE 0.
       01 Estate-Sub PIC 9(03).
       01 Estate-Account-Table.
           05 Estate-Account-Entry OCCURS 500 TIMES.
              10 Tbl-Est-Deceased-Sub   PIC 9(03).
              10 Tbl-Est-Acct-Number    PIC X(15).
              10 Tbl-Est-Role           PIC X(06).
              10 Tbl-Est-Action         PIC X(18).
              10 Tbl-Est-Estate-Switch  PIC X(01).
                 88 Tbl-Est-Is-Estate VALUE "Y".
              10 Tbl-Est-Current-Balance PIC S9(9)V99.
              10 Tbl-Est-Death-Balance  PIC S9(9)V99.
              10 Tbl-Est-Orders-Suspended PIC 9(03).
              10 Tbl-Est-Reversal-Count PIC 9(03).
              10 Tbl-Est-Reversal-Amount PIC S9(9)V99.

       01 Jrnl-Work-Date PIC 9(08).

       01 Accounts-Frozen PIC 9(05) VALUE 0.
       01 Accounts-Retitled PIC 9(05) VALUE 0.
       01 Holders-Removed PIC 9(05) VALUE 0.
       01 Orders-Suspended PIC 9(05) VALUE 0.
       01 Reversals-Written PIC 9(05) VALUE 0.
       01 Estate-Total PIC S9(11)V99.

       01 Customer-Heading-Line.
           05 FILLER               PIC X(11) VALUE "  CUSTOMER ".
           05 Chl-Customer-Id      PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Chl-First-Name       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Chl-Last-Name        PIC X(20).
           05 FILLER               PIC X(17)
              VALUE "  DATE OF DEATH ".
           05 Chl-Death-Date       PIC 9(08).

       01 Estate-Column-Line.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE "ACCOUNT".
           05 FILLER               PIC X(08) VALUE "ROLE".
           05 FILLER               PIC X(20) VALUE "ACTION".
           05 FILLER               PIC X(17)
              VALUE "   BALANCE TODAY".
           05 FILLER               PIC X(17)
              VALUE "   AT DEATH".
           05 FILLER               PIC X(06) VALUE " SO".
           05 FILLER               PIC X(19)
              VALUE "REVERSED".

       01 Estate-Detail-Line.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 Edl-Acct-Number      PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Edl-Role             PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Edl-Action           PIC X(18).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Edl-Current-Balance  PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Edl-Death-Balance    PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Edl-Orders-Suspended PIC ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Edl-Reversal-Count   PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Edl-Reversal-Amount  PIC -Z,ZZZ,ZZ9.99.

       01 Estate-Total-Line.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(45)
              VALUE "TOTAL HELD AT DATE OF DEATH".
           05 FILLER               PIC X(17) VALUE SPACES.
           05 Etl-Estate-Total     PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Claim-Both-Masters.
           OPEN I-O Customer-Master-File.
           IF Cust-File-Status = "35"
               DISPLAY "No customer-master file to process."
               PERFORM Release-Both-Masters
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           PERFORM Load-Deceased-Customers.
           OPEN OUTPUT Report-Print-File.
           MOVE "DECEASED CUSTOMER ESTATE REPORT" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "CUSTOMER," "FIRST NAME," "LAST NAME,"
               "DATE OF DEATH," "ACCOUNT," "ROLE," "ACTION,"
               "BALANCE TODAY," "BALANCE AT DEATH," "ORDERS SUSPENDED,"
               "REVERSALS," "REVERSED AMOUNT"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           IF Deceased-Count = 0
               MOVE "  No newly deceased customers to process."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           ELSE
               PERFORM Process-Deceased-Customers
           END-IF.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Customer-Master-File.
           PERFORM Release-Both-Masters.
           DISPLAY "Deceased customers processed: " Deceased-Count.
           DISPLAY "Sole accounts frozen: " Accounts-Frozen.
           DISPLAY "Joint accounts retitled: " Accounts-Retitled.
           DISPLAY "Second holders removed: " Holders-Removed.
           DISPLAY "Standing orders suspended: " Orders-Suspended.
           DISPLAY "Post-death credits reversed: " Reversals-Written.
           PERFORM Write-Job-Log.
           STOP RUN.

       Process-Deceased-Customers.
           OPEN I-O Account-Master-File.
           IF Acct-File-Status = "35"
               DISPLAY "No account-master file to process."
               CLOSE Customer-Master-File
               PERFORM Release-Both-Masters
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN EXTEND Image-Journal-File.
           IF Img-File-Status = "35"
               CLOSE Image-Journal-File
               OPEN OUTPUT Image-Journal-File
           END-IF.
           PERFORM Scan-Accounts.
           CLOSE Image-Journal-File.
           CLOSE Account-Master-File.
           PERFORM Suspend-Standing-Orders.
           PERFORM Scan-Posted-Journal.
           PERFORM Mark-One-Customer-Processed
               VARYING Deceased-Sub FROM 1 BY 1
               UNTIL Deceased-Sub > Deceased-Count.
           PERFORM Print-One-Estate
               VARYING Deceased-Sub FROM 1 BY 1
               UNTIL Deceased-Sub > Deceased-Count.

      *> The run rewrites both masters, so both LOCKCTL entries are
      *> claimed. The second master is checked before the first
      *> claim is placed, so a refusal on either leaves no lock
      *> stranded; MasterLockClear covers the rare race between the
      *> check and the claim.
       Claim-Both-Masters.
           MOVE "DeceasedCustomer" TO Lock-Program-Name.
           MOVE "CUSTMSTR" TO Lock-Master-Wanted.
           PERFORM Load-Lock-Table.
           MOVE "N" TO Lock-Held-Switch.
           PERFORM Check-One-Lock-Entry
               VARYING Lock-Sub FROM 1 BY 1
               UNTIL Lock-Sub > Lock-Entry-Count
               OR Lock-Is-Held.
           IF Lock-Is-Held
               DISPLAY "  if that program crashed, clear the stale"
                   " lock with MasterLockClear."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           MOVE "ACCTMSTR" TO Lock-Master-Wanted.
           PERFORM Claim-Master-Lock.
           MOVE "CUSTMSTR" TO Lock-Master-Wanted.
           PERFORM Claim-Master-Lock.

      *> The shared release drops the claim switch each call, so it
      *> is set back on between the two drops - both entries were
      *> claimed above and both must come off.
       Release-Both-Masters.
           MOVE "CUSTMSTR" TO Lock-Master-Wanted.
           PERFORM Release-Master-Lock.
           MOVE "ACCTMSTR" TO Lock-Master-Wanted.
           SET Lock-Is-Claimed TO TRUE.
           PERFORM Release-Master-Lock.

       Load-Deceased-Customers.
           MOVE LOW-VALUES TO CUSTOMER-ID.
           START Customer-Master-File KEY IS GREATER THAN CUSTOMER-ID
               INVALID KEY
                   SET Cust-File-Eof TO TRUE
           END-START.
           IF Cust-File-Ok
               PERFORM Read-Next-Customer
           END-IF.
           PERFORM Load-One-Customer UNTIL Cust-File-Eof.

       Read-Next-Customer.
           READ Customer-Master-File NEXT RECORD
               AT END
                   SET Cust-File-Eof TO TRUE
           END-READ.

       Load-One-Customer.
           IF CUSTOMER-DEATH-REPORTED
               IF Deceased-Count = Max-Deceased
                   DISPLAY "More than " Max-Deceased " deceased"
                       " customers to process - refusing the run."
                   CLOSE Customer-Master-File
                   PERFORM Release-Both-Masters
                   MOVE 8 TO RETURN-CODE
                   PERFORM Write-Job-Log
                   STOP RUN
               END-IF
               ADD 1 TO Deceased-Count
               MOVE CUSTOMER-ID TO Tbl-Dec-Customer-Id(Deceased-Count)
               MOVE CUSTOMER-FIRST-NAME
                   TO Tbl-Dec-First-Name(Deceased-Count)
               MOVE CUSTOMER-LAST-NAME
                   TO Tbl-Dec-Last-Name(Deceased-Count)
               MOVE CUSTOMER-DATE-OF-DEATH
                   TO Tbl-Dec-Death-Date(Deceased-Count)
           END-IF.
           PERFORM Read-Next-Customer.

       Find-Deceased-Customer.
           MOVE 0 TO Found-Deceased-Sub.
           IF Search-Customer-Id NOT = 0
               PERFORM Check-One-Deceased
                   VARYING Deceased-Sub FROM 1 BY 1
                   UNTIL Deceased-Sub > Deceased-Count
                   OR Found-Deceased-Sub NOT = 0
           END-IF.

       Check-One-Deceased.
           IF Tbl-Dec-Customer-Id(Deceased-Sub) = Search-Customer-Id
               MOVE Deceased-Sub TO Found-Deceased-Sub
           END-IF.

       Scan-Accounts.
           MOVE LOW-VALUES TO Acct-Number.
           MOVE "00" TO Acct-File-Status.
           START Account-Master-File KEY IS GREATER THAN Acct-Number
               INVALID KEY
                   SET Acct-File-Eof TO TRUE
           END-START.
           IF Acct-File-Ok
               PERFORM Read-Next-Account
           END-IF.
           PERFORM Work-One-Account UNTIL Acct-File-Eof.

       Read-Next-Account.
           READ Account-Master-File NEXT RECORD
               AT END
                   SET Acct-File-Eof TO TRUE
           END-READ.

      *> A closed account is still listed for the executor - it may
      *> have held money at the date of death - but is not changed.
       Work-One-Account.
           MOVE Acct-Customer-Id TO Search-Customer-Id.
           PERFORM Find-Deceased-Customer.
           MOVE Found-Deceased-Sub TO Primary-Deceased-Sub.
           MOVE Acct-Second-Customer-Id TO Search-Customer-Id.
           PERFORM Find-Deceased-Customer.
           MOVE Found-Deceased-Sub TO Second-Deceased-Sub.
           IF Primary-Deceased-Sub NOT = 0
               OR Second-Deceased-Sub NOT = 0
               IF Acct-Closed
                   PERFORM List-Closed-Account
               ELSE
                   MOVE Acct-Master-Record TO Image-Before-Save
                   PERFORM Apply-Account-Action
                   REWRITE Acct-Master-Record
                   PERFORM Write-Account-Image
               END-IF
           END-IF.
           PERFORM Read-Next-Account.

       List-Closed-Account.
           IF Primary-Deceased-Sub NOT = 0
               PERFORM Add-Estate-Entry
               MOVE Primary-Deceased-Sub
                   TO Tbl-Est-Deceased-Sub(Estate-Account-Count)
               MOVE "ACCOUNT CLOSED"
                   TO Tbl-Est-Action(Estate-Account-Count)
           END-IF.
           IF Second-Deceased-Sub NOT = 0
               PERFORM Add-Estate-Entry
               MOVE Second-Deceased-Sub
                   TO Tbl-Est-Deceased-Sub(Estate-Account-Count)
               MOVE "SECOND"
                   TO Tbl-Est-Role(Estate-Account-Count)
               MOVE "ACCOUNT CLOSED"
                   TO Tbl-Est-Action(Estate-Account-Count)
           END-IF.

      *> Sole account, or both holders deceased: the account becomes
      *> the estate account and its debits are frozen. Primary dead
      *> with a living second holder: the survivor becomes primary.
      *> Second holder dead: they come off the account.
       Apply-Account-Action.
           IF Primary-Deceased-Sub NOT = 0
               PERFORM Add-Estate-Entry
               MOVE Primary-Deceased-Sub
                   TO Tbl-Est-Deceased-Sub(Estate-Account-Count)
               IF Acct-Second-Customer-Id = 0
                   OR Second-Deceased-Sub NOT = 0
                   IF Acct-Second-Customer-Id NOT = 0
                       MOVE "JOINT"
                           TO Tbl-Est-Role(Estate-Account-Count)
                   END-IF
                   PERFORM Freeze-Estate-Account
               ELSE
                   MOVE "JOINT" TO Tbl-Est-Role(Estate-Account-Count)
                   MOVE "SURVIVOR RETITLED"
                       TO Tbl-Est-Action(Estate-Account-Count)
                   MOVE Acct-Second-Customer-Id TO Acct-Customer-Id
                   MOVE 0 TO Acct-Second-Customer-Id
                   ADD 1 TO Accounts-Retitled
               END-IF
           END-IF.
           IF Second-Deceased-Sub NOT = 0
               PERFORM Add-Estate-Entry
               MOVE Second-Deceased-Sub
                   TO Tbl-Est-Deceased-Sub(Estate-Account-Count)
               MOVE "SECOND" TO Tbl-Est-Role(Estate-Account-Count)
               IF Primary-Deceased-Sub NOT = 0
                   MOVE "DEBITS FROZEN"
                       TO Tbl-Est-Action(Estate-Account-Count)
               ELSE
                   MOVE "HOLDER REMOVED"
                       TO Tbl-Est-Action(Estate-Account-Count)
                   MOVE 0 TO Acct-Second-Customer-Id
                   ADD 1 TO Holders-Removed
               END-IF
           END-IF.

       Freeze-Estate-Account.
           SET Tbl-Est-Is-Estate(Estate-Account-Count) TO TRUE.
           MOVE "DEBITS FROZEN" TO Tbl-Est-Action(Estate-Account-Count).
           IF NOT Acct-Debits-Frozen
               SET Acct-Debits-Frozen TO TRUE
               MOVE Today-Date TO Acct-Restrict-Date
               ADD 1 TO Accounts-Frozen
           END-IF.

       Add-Estate-Entry.
           IF Estate-Account-Count = Max-Estate-Accounts
               DISPLAY "More than " Max-Estate-Accounts " accounts"
                   " held by deceased customers - refusing the run."
               CLOSE Image-Journal-File
               CLOSE Account-Master-File
               CLOSE Customer-Master-File
               PERFORM Release-Both-Masters
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           ADD 1 TO Estate-Account-Count.
           MOVE Acct-Number
               TO Tbl-Est-Acct-Number(Estate-Account-Count).
           MOVE "SOLE" TO Tbl-Est-Role(Estate-Account-Count).
           MOVE "N" TO Tbl-Est-Estate-Switch(Estate-Account-Count).
           MOVE Acct-Balance
               TO Tbl-Est-Current-Balance(Estate-Account-Count).
           MOVE Acct-Balance
               TO Tbl-Est-Death-Balance(Estate-Account-Count).
           MOVE 0 TO Tbl-Est-Orders-Suspended(Estate-Account-Count).
           MOVE 0 TO Tbl-Est-Reversal-Count(Estate-Account-Count).
           MOVE 0 TO Tbl-Est-Reversal-Amount(Estate-Account-Count).

      *> Appends the before/after image of the change just made to
      *> the ACCTIMGJ image journal for MasterRollForward.
       Write-Account-Image.
           MOVE "DeceasedCustomer" TO Img-Program-Id.
           MOVE Today-Date TO Img-Business-Date.
           ACCEPT Img-Change-Time FROM TIME.
           MOVE Image-Before-Save TO Img-Before-Image.
           MOVE Acct-Master-Record TO Img-After-Image.
           WRITE Acct-Image-Record.

      *> Both debit and credit orders on an estate account stop: the
      *> estate's money waits for the executor, and payments into a
      *> dead customer's account are reversed anyway.
       Suspend-Standing-Orders.
           OPEN I-O Standing-Order-File.
           IF Sord-File-Ok
               MOVE LOW-VALUES TO SO-ORDER-ID
               START Standing-Order-File
                   KEY IS GREATER THAN SO-ORDER-ID
                   INVALID KEY
                       SET Sord-File-Eof TO TRUE
               END-START
               IF Sord-File-Ok
                   PERFORM Read-Next-Standing-Order
               END-IF
               PERFORM Check-One-Standing-Order UNTIL Sord-File-Eof
               CLOSE Standing-Order-File
           END-IF.

       Read-Next-Standing-Order.
           READ Standing-Order-File NEXT RECORD
               AT END
                   SET Sord-File-Eof TO TRUE
           END-READ.

       Check-One-Standing-Order.
           IF SO-ACTIVE
               PERFORM Check-Order-Estate-Account
                   VARYING Estate-Sub FROM 1 BY 1
                   UNTIL Estate-Sub > Estate-Account-Count
           END-IF.
           PERFORM Read-Next-Standing-Order.

       Check-Order-Estate-Account.
           IF Tbl-Est-Is-Estate(Estate-Sub)
               AND SO-ACCT-NUMBER = Tbl-Est-Acct-Number(Estate-Sub)
               AND SO-ACTIVE
               SET SO-SUSPENDED TO TRUE
               REWRITE STANDING-ORDER-RECORD
               ADD 1 TO Tbl-Est-Orders-Suspended(Estate-Sub)
               ADD 1 TO Orders-Suspended
           END-IF.

      *> One pass of the posted journal serves both needs: every
      *> posting effective after the date of death is backed out of
      *> today's balance to give the balance at death, and each
      *> standing-order credit among them on an estate account is
      *> reversed. The reversal carries the original posting and
      *> effective dates, as ReturnedItemProcessing's chargeback
      *> does, so BankPosting backs out the interest it earned.
       Scan-Posted-Journal.
           OPEN INPUT Posted-Journal-File.
           IF Jrnl-File-Ok
               OPEN EXTEND Transaction-File
               IF Tran-File-Status = "35"
                   CLOSE Transaction-File
                   OPEN OUTPUT Transaction-File
               END-IF
               PERFORM Read-Next-Journal-Entry
               PERFORM Check-One-Journal-Entry UNTIL Jrnl-File-Eof
               CLOSE Transaction-File
               CLOSE Posted-Journal-File
           END-IF.

       Read-Next-Journal-Entry.
           READ Posted-Journal-File
               AT END
                   SET Jrnl-File-Eof TO TRUE
           END-READ.

       Check-One-Journal-Entry.
           IF Jrnl-Effective-Date IS NUMERIC
               AND Jrnl-Effective-Date NOT = 0
               MOVE Jrnl-Effective-Date TO Jrnl-Work-Date
           ELSE
               MOVE Jrnl-Post-Date TO Jrnl-Work-Date
           END-IF.
           PERFORM Apply-Journal-To-Estate
               VARYING Estate-Sub FROM 1 BY 1
               UNTIL Estate-Sub > Estate-Account-Count.
           PERFORM Read-Next-Journal-Entry.

       Apply-Journal-To-Estate.
           MOVE Tbl-Est-Deceased-Sub(Estate-Sub) TO Deceased-Sub.
           IF Jrnl-Acct-Number = Tbl-Est-Acct-Number(Estate-Sub)
               AND Jrnl-Work-Date > Tbl-Dec-Death-Date(Deceased-Sub)
               IF Jrnl-Is-Credit
                   SUBTRACT Jrnl-Amount
                       FROM Tbl-Est-Death-Balance(Estate-Sub)
                   IF Tbl-Est-Is-Estate(Estate-Sub)
                       AND Jrnl-Source-Code = "S"
                       PERFORM Reverse-Recurring-Credit
                   END-IF
               ELSE
                   ADD Jrnl-Amount
                       TO Tbl-Est-Death-Balance(Estate-Sub)
               END-IF
           END-IF.

       Reverse-Recurring-Credit.
           MOVE Jrnl-Acct-Number TO Tran-Acct-Number.
           SET Tran-Is-Debit TO TRUE.
           MOVE Jrnl-Amount TO Tran-Amount.
           MOVE Jrnl-Post-Date TO Tran-Date.
           MOVE SPACES TO Tran-Counterpart-Acct.
           SET Tran-Src-Deceased-Reversal TO TRUE.
           MOVE "*BATCH*" TO Tran-Operator-Id.
           MOVE Jrnl-Work-Date TO Tran-Effective-Date.
           WRITE Tran-Record.
           ADD 1 TO Tbl-Est-Reversal-Count(Estate-Sub).
           ADD Jrnl-Amount TO Tbl-Est-Reversal-Amount(Estate-Sub).
           ADD 1 TO Reversals-Written.

      *> Processed customers keep their record for the estate but
      *> are taken off marketing; the "P" mark keeps them out of the
      *> statement run and stops this step acting on them again.
       Mark-One-Customer-Processed.
           MOVE Tbl-Dec-Customer-Id(Deceased-Sub) TO CUSTOMER-ID.
           READ Customer-Master-File
               INVALID KEY
                   DISPLAY "Customer vanished before marking: "
                       CUSTOMER-ID
           END-READ.
           IF Cust-File-Ok
               MOVE "P" TO CUSTOMER-DECEASED-FLAG
               MOVE "N" TO CUSTOMER-MARKETING-OK
               REWRITE CUSTOMER-RECORD
           END-IF.

       Print-One-Estate.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Tbl-Dec-Customer-Id(Deceased-Sub) TO Chl-Customer-Id.
           MOVE Tbl-Dec-First-Name(Deceased-Sub) TO Chl-First-Name.
           MOVE Tbl-Dec-Last-Name(Deceased-Sub) TO Chl-Last-Name.
           MOVE Tbl-Dec-Death-Date(Deceased-Sub) TO Chl-Death-Date.
           MOVE Customer-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Estate-Column-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE 0 TO Estate-Total.
           PERFORM Print-One-Estate-Account
               VARYING Estate-Sub FROM 1 BY 1
               UNTIL Estate-Sub > Estate-Account-Count.
           MOVE Estate-Total TO Etl-Estate-Total.
           MOVE Estate-Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Print-One-Estate-Account.
           IF Tbl-Est-Deceased-Sub(Estate-Sub) = Deceased-Sub
               MOVE Tbl-Est-Acct-Number(Estate-Sub) TO Edl-Acct-Number
               MOVE Tbl-Est-Role(Estate-Sub) TO Edl-Role
               MOVE Tbl-Est-Action(Estate-Sub) TO Edl-Action
               MOVE Tbl-Est-Current-Balance(Estate-Sub)
                   TO Edl-Current-Balance
               MOVE Tbl-Est-Death-Balance(Estate-Sub)
                   TO Edl-Death-Balance
               MOVE Tbl-Est-Orders-Suspended(Estate-Sub)
                   TO Edl-Orders-Suspended
               MOVE Tbl-Est-Reversal-Count(Estate-Sub)
                   TO Edl-Reversal-Count
               MOVE Tbl-Est-Reversal-Amount(Estate-Sub)
                   TO Edl-Reversal-Amount
               MOVE Estate-Detail-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Detail
               ADD Tbl-Est-Death-Balance(Estate-Sub) TO Estate-Total
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
           MOVE "DeceasedCustomer" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Deceased-Count TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Chl-Customer-Id TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Chl-First-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Chl-Last-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Chl-Death-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Tbl-Est-Acct-Number(Estate-Sub) TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Tbl-Est-Role(Estate-Sub) TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Tbl-Est-Action(Estate-Sub) TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Tbl-Est-Current-Balance(Estate-Sub) TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Tbl-Est-Death-Balance(Estate-Sub) TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Tbl-Est-Orders-Suspended(Estate-Sub) TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Tbl-Est-Reversal-Count(Estate-Sub) TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Tbl-Est-Reversal-Amount(Estate-Sub) TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.

       COPY LOCKPROC.
