       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountApplication.
      *> AccountApplication opens the accounts the branches apply for
      *> on the ACCTAPP application file (the ACCTAPP layout), ahead
      *> of the night's postings, so a new account no longer means
      *> keying every master field by hand in AccountMaintenance.
      *> Each application is validated first: the branch must be
      *> open on BRNCHCTL, the customer - and the joint customer,
      *> when there is one - must be on CUSTMSTR, alive, not marked
      *> do-not-contact and clean against the WATCHLST watch list
      *> through the shared screening routine (a new possible match
      *> is filed on WATCHHIT for compliance), a term deposit needs
      *> a term and a maturity instruction, and a foreign currency
      *> needs a rate on EXCHRATE. The batch then assigns what the
      *> branches used to key inconsistently: the next free "ACC"
      *> account number, the officer in the branch with the fewest
      *> open accounts on OFFMSTR (an officer valid on the business
      *> date), and the statement cycle with the fewest accounts, so
      *> the cycles fill evenly. The account is written to ACCTMSTR
      *> with its ACCTIMGJ image, its opening deposit goes onto
      *> TRANFILE as an "A" account-opening credit for
      *> TransactionEdit and BankPosting, and the customer gets a
      *> welcome letter on WELCLTR unless they refuse mail. Every
      *> application comes back to the branch on the ACCTARSL result
      *> file - the account, officer and cycle given, or the reason
      *> it was refused. New accounts open with no overdraft limit;
      *> a limit is asked for through AccountMaintenance and its
      *> approval queue. The APPLLAST control record keeps the
      *> business date last run, so a rerun opens nothing twice.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: An application can name a DEPPROD deposit
      *> product, which must be in force on the business date
      *> (refused with reason 15 otherwise). The account opens on
      *> it at the product's tier rate for the opening deposit, with
      *> the product's overdraft limit, and in the product's default
      *> statement cycle when it has one instead of the emptiest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Application-File ASSIGN TO "ACCTAPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Appl-File-Status.

           SELECT Application-Result-File ASSIGN TO "ACCTARSL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Arsl-File-Status.

           SELECT Welcome-Letter-File ASSIGN TO "WELCLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Wltr-File-Status.

           SELECT Last-Run-File ASSIGN TO "APPLLAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Last-Run-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

           SELECT Officer-Master-File ASSIGN TO "OFFMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFFICER-ID
               FILE STATUS IS Offr-File-Status.

           SELECT Branch-Control-File ASSIGN TO "BRNCHCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS Brch-File-Status.

           SELECT Exchange-Rate-File ASSIGN TO "EXCHRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRT-KEY
               FILE STATUS IS Xrt-File-Status.

           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATCH-LIST-STATUS.

           SELECT WATCH-HIT-FILE ASSIGN TO "WATCHHIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHIT-KEY
               FILE STATUS IS WHIT-FILE-STATUS.

           SELECT Transaction-File ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tran-File-Status.

           SELECT Image-Journal-File ASSIGN TO "ACCTIMGJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Img-File-Status.

           SELECT LOCK-CONTROL-FILE ASSIGN TO "LOCKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

           SELECT Alert-File ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Deposit-Product-File ASSIGN TO "DEPPROD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPR-KEY
               FILE STATUS IS DPP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  Application-File.
       COPY ACCTAPP.

      *> The application comes back exactly as the branch sent it,
      *> followed by what became of it.
       FD  Application-Result-File.
       01 Application-Result-Record.
           05 Rsl-Application-Data  PIC X(60).
           05 Rsl-Outcome           PIC X(01).
              88 Rsl-Accepted VALUE "A".
              88 Rsl-Rejected VALUE "R".
           05 Rsl-Acct-Number       PIC X(15).
           05 Rsl-Officer           PIC A(20).
           05 Rsl-Cycle-Code        PIC 9(02).
           05 Rsl-Reason-Code       PIC 9(02).
           05 Rsl-Reason-Text       PIC X(30).

       FD  Welcome-Letter-File.
       01 Welcome-Letter-Record PIC X(80).

       FD  Last-Run-File.
       01 Last-Run-Record PIC 9(08).

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  Officer-Master-File.
       COPY OFFMSTR.

       FD  Branch-Control-File.
       COPY BRANCH.

       FD  Exchange-Rate-File.
       COPY EXCHRATE.

       FD  WATCH-LIST-FILE.
       COPY WATCHLST.

       FD  WATCH-HIT-FILE.
       COPY WATCHHIT.

       FD  Transaction-File.
       COPY TRANREC.

       FD  Image-Journal-File.
       COPY IMGJRNL.

       FD  LOCK-CONTROL-FILE.
       COPY LOCKREC.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Job-Log-File.
       COPY JOBLOG.

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Deposit-Product-File.
       COPY DEPPROD.

       WORKING-STORAGE SECTION.
       COPY LOCKWS.
       COPY DEPPRDWS.

       COPY WATCHWS.

       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Today-Date PIC 9(08).

       01 Appl-File-Status PIC X(02) VALUE "00".
          88 Appl-File-Ok VALUE "00".
          88 Appl-File-Eof VALUE "10".
       01 Arsl-File-Status PIC X(02) VALUE "00".
       01 Wltr-File-Status PIC X(02) VALUE "00".
       01 Last-Run-File-Status PIC X(02) VALUE "00".
          88 Last-Run-File-Ok VALUE "00".
       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
          88 Acct-File-Eof VALUE "10".
       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".
       01 Offr-File-Status PIC X(02) VALUE "00".
          88 Offr-File-Ok VALUE "00".
          88 Offr-File-Eof VALUE "10".
       01 Brch-File-Status PIC X(02) VALUE "00".
          88 Brch-File-Ok VALUE "00".
       01 Xrt-File-Status PIC X(02) VALUE "00".
          88 Xrt-File-Ok VALUE "00".
       01 Tran-File-Status PIC X(02) VALUE "00".
       01 Img-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

      *> Indexed files read to end or by key keep their own open
      *> flags; the status after a miss says nothing about whether
      *> the file still needs closing.
       01 Cust-File-Open-Flag PIC X(01) VALUE "N".
          88 Cust-File-Is-Open VALUE "Y".
       01 Brch-File-Open-Flag PIC X(01) VALUE "N".
          88 Brch-File-Is-Open VALUE "Y".
       01 Xrt-File-Open-Flag PIC X(01) VALUE "N".
          88 Xrt-File-Is-Open VALUE "Y".

      *> The officers valid on the business date, in OFFMSTR order,
      *> with the open accounts each already carries.
       01 Max-Officers PIC 9(03) VALUE 500.
       01 Officer-Count PIC 9(03) VALUE 0.
       01 Officer-Sub PIC 9(03).
       01 Found-Officer-Sub PIC 9(03).
       01 Chosen-Officer-Sub PIC 9(03).
       01 Officer-Load-Table.
           05 Officer-Load-Entry OCCURS 500 TIMES.
              10 Load-Officer-Id     PIC 9(05).
              10 Load-Officer-Name   PIC A(20).
              10 Load-Officer-Branch PIC X(05).
              10 Load-Acct-Count     PIC 9(05).

      *> Open accounts per statement cycle 01-28.
       01 Cycle-Sub PIC 9(02).
       01 Chosen-Cycle PIC 9(02).
       01 Cycle-Load-Table.
           05 Cycle-Acct-Count PIC 9(07) OCCURS 28 TIMES.

       01 Highest-Acct-Serial PIC 9(09) VALUE 0.
       01 New-Acct-Number-Fields.
           05 FILLER             PIC X(03) VALUE "ACC".
           05 New-Acct-Serial    PIC 9(09).
           05 FILLER             PIC X(03) VALUE SPACES.

       01 Maturity-Date-Fields.
           05 Mty-Year          PIC 9(04).
           05 Mty-Month         PIC 9(02).
           05 Mty-Day           PIC 9(02).
       01 Maturity-Date-Combined REDEFINES Maturity-Date-Fields
                                 PIC 9(08).
       01 Months-Total PIC 9(05).
       01 Years-Added PIC 9(03).
       01 Month-Remainder PIC 9(02).

      *> Zero is an application still good; anything else is the
      *> reason it is refused.
       01 Reject-Reason-Code PIC 9(02) VALUE 0.
          88 Application-Ok VALUE 0.
       01 Reject-Reason-Text PIC X(30).

      *> The holder check sets one of these; the caller turns it into
      *> the customer's or the joint customer's reason.
       01 Holder-Customer-Id PIC 9(05).
       01 Holder-Problem PIC 9(01).
          88 Holder-Is-Clean VALUE 0.
       01 Primary-Customer-Save PIC X(180).
       01 Holder-Full-Name PIC X(25).

       01 Applications-Read PIC 9(05) VALUE 0.
       01 Applications-Accepted PIC 9(05) VALUE 0.
       01 Applications-Rejected PIC 9(05) VALUE 0.
       01 Watch-List-Rejects PIC 9(05) VALUE 0.
       01 Deposits-Generated PIC 9(05) VALUE 0.
       01 Deposits-Total PIC 9(09)V99 VALUE 0.
       01 Letters-Printed PIC 9(05) VALUE 0.
       01 Letters-Suppressed PIC 9(05) VALUE 0.

       01 Image-Before-Save PIC X(200) VALUE SPACES.

       01 Letter-Work-Line PIC X(80).
       01 Letter-Amount PIC $$$,$$$,$$9.99.

       01 Letter-Heading-Line.
           05 FILLER            PIC X(20) VALUE "WELCOME LETTER".
           05 FILLER            PIC X(06) VALUE "DATE ".
           05 Lhd-Date          PIC 9(08).
           05 FILLER            PIC X(06) VALUE "  NO. ".
           05 Lhd-Number        PIC ZZZZ9.

       01 Letter-Name-Line.
           05 Lnm-First         PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Lnm-Last          PIC X(20).

       01 Letter-City-Line.
           05 Lct-City          PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Lct-State         PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Lct-Zip           PIC X(05).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Check-Not-Already-Run.
           OPEN INPUT Application-File.
           IF Appl-File-Status = "35"
               DISPLAY "No account applications today."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           PERFORM Load-Officer-Table.
           MOVE Today-Date TO DPP-AS-OF-DATE.
           PERFORM LOAD-DEPOSIT-PRODUCTS.
           IF DPP-TABLE-OVERFLOWED
               DISPLAY "More than " DPP-MAX-PRODUCTS
                   " deposit products on DEPPROD - refusing rather"
                   " than opening accounts without their terms."
               CLOSE Application-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ACCTMSTR" TO Lock-Master-Wanted.
           MOVE "AccountApplication" TO Lock-Program-Name.
           PERFORM Claim-Master-Lock.
           OPEN I-O Account-Master-File.
           IF Acct-File-Status = "35"
               OPEN OUTPUT Account-Master-File
               CLOSE Account-Master-File
               OPEN I-O Account-Master-File
           END-IF.
           PERFORM Load-Account-Profile.
           PERFORM Open-Lookup-Files.
           MOVE Today-Date TO Watch-Business-Date.
           MOVE "A" TO Watch-Hit-Source.
           PERFORM Open-Watch-Files.
           OPEN EXTEND Transaction-File.
           IF Tran-File-Status = "35"
               CLOSE Transaction-File
               OPEN OUTPUT Transaction-File
           END-IF.
           OPEN EXTEND Image-Journal-File.
           IF Img-File-Status = "35"
               CLOSE Image-Journal-File
               OPEN OUTPUT Image-Journal-File
           END-IF.
           OPEN OUTPUT Application-Result-File.
           OPEN OUTPUT Welcome-Letter-File.
           PERFORM Read-Next-Application.
           PERFORM Process-One-Application UNTIL Appl-File-Eof.
           CLOSE Welcome-Letter-File.
           CLOSE Application-Result-File.
           CLOSE Image-Journal-File.
           CLOSE Transaction-File.
           PERFORM Close-Watch-Files.
           PERFORM Close-Lookup-Files.
           CLOSE Account-Master-File.
           PERFORM Release-Master-Lock.
           CLOSE Application-File.
           PERFORM Record-Run-Complete.
           IF Watch-List-Rejects > 0
               MOVE 9001 TO Alert-Err-Code
               MOVE "ACCTAPP applicant watch-list match"
                   TO Alert-Text
               SET Alert-Warning TO TRUE
               PERFORM Write-Operator-Alert
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Applications read: " Applications-Read.
           DISPLAY "Accounts opened: " Applications-Accepted.
           DISPLAY "Applications refused: " Applications-Rejected.
           DISPLAY "  on watch-list match: " Watch-List-Rejects.
           DISPLAY "Opening deposits generated: " Deposits-Generated
               " totalling " Deposits-Total.
           DISPLAY "Welcome letters printed: " Letters-Printed.
           DISPLAY "Welcome letters suppressed: " Letters-Suppressed.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> One application file a business date: a rerun after a good
      *> run finds the date on APPLLAST and opens nothing.
       Check-Not-Already-Run.
           OPEN INPUT Last-Run-File.
           IF Last-Run-File-Ok
               READ Last-Run-File
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Last-Run-Record = Today-Date
                           DISPLAY "Business date " Today-Date
                               " already processed -"
                               " nothing to do."
                           CLOSE Last-Run-File
                           PERFORM Write-Job-Log
                           STOP RUN
                       END-IF
               END-READ
               CLOSE Last-Run-File
           END-IF.

       Record-Run-Complete.
           OPEN OUTPUT Last-Run-File.
           MOVE Today-Date TO Last-Run-Record.
           WRITE Last-Run-Record.
           CLOSE Last-Run-File.

      *> Only officers valid on the business date can be given new
      *> accounts. A master bigger than the table fails the run
      *> before anything is opened rather than leaving officers out
      *> of the choice.
       Load-Officer-Table.
           OPEN INPUT Officer-Master-File.
           IF NOT Offr-File-Ok
               DISPLAY "No OFFMSTR officer master - no officer can"
                   " be assigned."
           ELSE
               MOVE 0 TO OFFICER-ID
               START Officer-Master-File
                   KEY IS NOT LESS THAN OFFICER-ID
                   INVALID KEY
                       SET Offr-File-Eof TO TRUE
               END-START
               IF Offr-File-Ok
                   PERFORM Read-Next-Officer
               END-IF
               PERFORM Store-One-Officer UNTIL Offr-File-Eof
               CLOSE Officer-Master-File
           END-IF.

       Read-Next-Officer.
           READ Officer-Master-File NEXT RECORD
               AT END
                   SET Offr-File-Eof TO TRUE
           END-READ.

       Store-One-Officer.
           IF OFFICER-EFFECTIVE-DATE <= Today-Date
               AND (OFFICER-EXPIRY-DATE = 0
                   OR OFFICER-EXPIRY-DATE >= Today-Date)
               IF Officer-Count = Max-Officers
                   DISPLAY "ERROR: more than " Max-Officers
                       " valid officers on OFFMSTR - the workload"
                       " table cannot hold them all."
                   CLOSE Officer-Master-File
                   CLOSE Application-File
                   MOVE 8 TO RETURN-CODE
                   PERFORM Write-Job-Log
                   STOP RUN
               END-IF
               ADD 1 TO Officer-Count
               MOVE OFFICER-ID TO Load-Officer-Id(Officer-Count)
               MOVE OFFICER-NAME TO Load-Officer-Name(Officer-Count)
               MOVE OFFICER-BRANCH
                   TO Load-Officer-Branch(Officer-Count)
               MOVE 0 TO Load-Acct-Count(Officer-Count)
           END-IF.
           PERFORM Read-Next-Officer.

      *> One pass over the master gives each officer's and each
      *> cycle's count of accounts not closed, and the highest
      *> account number yet issued.
       Load-Account-Profile.
           INITIALIZE Cycle-Load-Table.
           MOVE LOW-VALUES TO Acct-Number.
           START Account-Master-File KEY IS GREATER THAN Acct-Number
               INVALID KEY
                   SET Acct-File-Eof TO TRUE
           END-START.
           IF Acct-File-Ok
               PERFORM Read-Next-Account
           END-IF.
           PERFORM Profile-One-Account UNTIL Acct-File-Eof.
           MOVE "00" TO Acct-File-Status.

       Read-Next-Account.
           READ Account-Master-File NEXT RECORD
               AT END
                   SET Acct-File-Eof TO TRUE
           END-READ.

       Profile-One-Account.
           IF Acct-Number(1:3) = "ACC"
               AND Acct-Number(4:9) IS NUMERIC
               AND Acct-Number(4:9) > Highest-Acct-Serial
               MOVE Acct-Number(4:9) TO Highest-Acct-Serial
           END-IF.
           IF NOT Acct-Closed
               IF Acct-Cycle-Code >= 1 AND Acct-Cycle-Code <= 28
                   ADD 1 TO Cycle-Acct-Count(Acct-Cycle-Code)
               END-IF
               IF Acct-Officer NOT = SPACES
                   MOVE 0 TO Found-Officer-Sub
                   PERFORM Check-One-Officer-Name
                       VARYING Officer-Sub FROM 1 BY 1
                       UNTIL Officer-Sub > Officer-Count
                       OR Found-Officer-Sub > 0
                   IF Found-Officer-Sub > 0
                       ADD 1 TO Load-Acct-Count(Found-Officer-Sub)
                   END-IF
               END-IF
           END-IF.
           PERFORM Read-Next-Account.

       Check-One-Officer-Name.
           IF Load-Officer-Name(Officer-Sub) = Acct-Officer
               MOVE Officer-Sub TO Found-Officer-Sub
           END-IF.

      *> No customer master refuses every application; no branch
      *> master accepts any branch, the allowance AccountMaintenance
      *> makes; no rate file allows local currency only.
       Open-Lookup-Files.
           OPEN INPUT Customer-Master-File.
           IF Cust-File-Ok
               SET Cust-File-Is-Open TO TRUE
           ELSE
               DISPLAY "No CUSTMSTR customer master - every"
                   " application is refused."
           END-IF.
           OPEN INPUT Branch-Control-File.
           IF Brch-File-Ok
               SET Brch-File-Is-Open TO TRUE
           ELSE
               DISPLAY "No branch master - branch codes not"
                   " validated."
           END-IF.
           OPEN INPUT Exchange-Rate-File.
           IF Xrt-File-Ok
               SET Xrt-File-Is-Open TO TRUE
           END-IF.

       Close-Lookup-Files.
           IF Cust-File-Is-Open
               CLOSE Customer-Master-File
           END-IF.
           IF Brch-File-Is-Open
               CLOSE Branch-Control-File
           END-IF.
           IF Xrt-File-Is-Open
               CLOSE Exchange-Rate-File
           END-IF.

       Read-Next-Application.
           READ Application-File
               AT END
                   SET Appl-File-Eof TO TRUE
           END-READ.

       Process-One-Application.
           ADD 1 TO Applications-Read.
           MOVE 0 TO Reject-Reason-Code.
           PERFORM Validate-Application.
           IF Application-Ok
               PERFORM Assign-Account-Setup
           END-IF.
           IF Application-Ok
               PERFORM Open-New-Account
           END-IF.
           IF Application-Ok
               PERFORM Accept-Application
           ELSE
               PERFORM Reject-Application
           END-IF.
           PERFORM Read-Next-Application.

      *> The checks run in order and stop at the first failure, so
      *> the branch is told the first thing to put right.
       Validate-Application.
           IF APP-CUSTOMER-ID IS NOT NUMERIC
               OR APP-SECOND-CUSTOMER-ID IS NOT NUMERIC
               OR APP-TERM-MONTHS IS NOT NUMERIC
               OR APP-INTEREST-RATE IS NOT NUMERIC
               OR APP-OPENING-DEPOSIT IS NOT NUMERIC
               MOVE 1 TO Reject-Reason-Code
           END-IF.
           IF Application-Ok
               PERFORM Check-Branch-Open
           END-IF.
           IF Application-Ok
               MOVE APP-CUSTOMER-ID TO Holder-Customer-Id
               PERFORM Check-One-Holder
               IF NOT Holder-Is-Clean
                   COMPUTE Reject-Reason-Code = 2 + Holder-Problem
               ELSE
                   MOVE CUSTOMER-RECORD TO Primary-Customer-Save
               END-IF
           END-IF.
           IF Application-Ok
               AND APP-SECOND-CUSTOMER-ID NOT = 0
               IF APP-SECOND-CUSTOMER-ID = APP-CUSTOMER-ID
                   MOVE 7 TO Reject-Reason-Code
               ELSE
                   MOVE APP-SECOND-CUSTOMER-ID TO Holder-Customer-Id
                   PERFORM Check-One-Holder
                   IF NOT Holder-Is-Clean
                       COMPUTE Reject-Reason-Code =
                           6 + Holder-Problem
                   END-IF
               END-IF
           END-IF.
           IF Application-Ok
               IF APP-TYPE-TERM
                   IF APP-TERM-MONTHS = 0
                       OR NOT APP-MATURES-VALID
                       MOVE 11 TO Reject-Reason-Code
                   END-IF
               ELSE
                   IF NOT APP-TYPE-CHECKING
                       MOVE 11 TO Reject-Reason-Code
                   END-IF
               END-IF
           END-IF.
           IF Application-Ok
               AND NOT APP-LOCAL-CURRENCY
               PERFORM Check-Currency-Rated
           END-IF.
           IF Application-Ok
               AND NOT APP-NO-PRODUCT
               MOVE APP-PRODUCT-CODE TO DPP-WANTED-CODE
               PERFORM FIND-DEPOSIT-PRODUCT
               IF NOT DPP-PRODUCT-FOUND
                   MOVE 15 TO Reject-Reason-Code
               END-IF
           END-IF.

       Check-Branch-Open.
           IF Brch-File-Is-Open
               MOVE APP-BRANCH-CODE TO BRANCH-CODE
               READ Branch-Control-File
                   INVALID KEY
                       MOVE 2 TO Reject-Reason-Code
               END-READ
               IF Brch-File-Ok
                   AND Branch-Closed
                   MOVE 2 TO Reject-Reason-Code
               END-IF
           END-IF.

      *> 1 not on file, 2 deceased, 3 do-not-contact, 4 a watch-list
      *> match not cleared for this customer - filed on WATCHHIT for
      *> compliance the same way a load or maintenance finds one.
       Check-One-Holder.
           MOVE 0 TO Holder-Problem.
           IF NOT Cust-File-Is-Open
               MOVE 1 TO Holder-Problem
           ELSE
               MOVE Holder-Customer-Id TO CUSTOMER-ID
               READ Customer-Master-File
                   INVALID KEY
                       MOVE 1 TO Holder-Problem
               END-READ
           END-IF.
           IF Holder-Is-Clean
               IF CUSTOMER-DECEASED
                   MOVE 2 TO Holder-Problem
               ELSE
                   IF CUSTOMER-DO-NOT-CONTACT
                       MOVE 3 TO Holder-Problem
                   END-IF
               END-IF
           END-IF.
           IF Holder-Is-Clean
               MOVE CUSTOMER-ID TO Watch-Screen-Customer-Id
               MOVE CUSTOMER-FIRST-NAME TO Watch-Screen-First-Name
               MOVE CUSTOMER-LAST-NAME TO Watch-Screen-Last-Name
               PERFORM Screen-Watch-Name
               IF Watch-Possible-Match
                   PERFORM Record-Watch-Hit
                   MOVE 4 TO Holder-Problem
                   ADD 1 TO Watch-List-Rejects
               END-IF
           END-IF.

      *> A foreign currency needs at least one rate on EXCHRATE, the
      *> same test AccountMaintenance applies when one is keyed.
       Check-Currency-Rated.
           IF NOT Xrt-File-Is-Open
               MOVE 12 TO Reject-Reason-Code
           ELSE
               MOVE APP-CURRENCY-CODE TO Xrt-Currency-Code
               MOVE 0 TO Xrt-Rate-Date
               START Exchange-Rate-File
                   KEY IS NOT LESS THAN Xrt-Key
                   INVALID KEY
                       MOVE "23" TO Xrt-File-Status
               END-START
               IF Xrt-File-Ok
                   READ Exchange-Rate-File NEXT RECORD
                       AT END
                           MOVE "10" TO Xrt-File-Status
                   END-READ
               END-IF
               IF NOT Xrt-File-Ok
                   OR Xrt-Currency-Code NOT = APP-CURRENCY-CODE
                   MOVE 12 TO Reject-Reason-Code
               END-IF
           END-IF.

      *> The lightest-loaded officer in the branch (the first on
      *> OFFMSTR on a tie), the emptiest cycle (the earliest on a
      *> tie) and the next account number.
       Assign-Account-Setup.
           MOVE 0 TO Chosen-Officer-Sub.
           PERFORM Check-Officer-Workload
               VARYING Officer-Sub FROM 1 BY 1
               UNTIL Officer-Sub > Officer-Count.
           IF Chosen-Officer-Sub = 0
               MOVE 13 TO Reject-Reason-Code
           ELSE
               IF Highest-Acct-Serial = 999999999
                   MOVE 14 TO Reject-Reason-Code
               ELSE
                   MOVE 1 TO Chosen-Cycle
                   PERFORM Check-Cycle-Load
                       VARYING Cycle-Sub FROM 2 BY 1
                       UNTIL Cycle-Sub > 28
                   COMPUTE New-Acct-Serial = Highest-Acct-Serial + 1
               END-IF
           END-IF.

       Check-Officer-Workload.
           IF Load-Officer-Branch(Officer-Sub) = APP-BRANCH-CODE
               IF Chosen-Officer-Sub = 0
                   MOVE Officer-Sub TO Chosen-Officer-Sub
               ELSE
                   IF Load-Acct-Count(Officer-Sub)
                       < Load-Acct-Count(Chosen-Officer-Sub)
                       MOVE Officer-Sub TO Chosen-Officer-Sub
                   END-IF
               END-IF
           END-IF.

       Check-Cycle-Load.
           IF Cycle-Acct-Count(Cycle-Sub)
               < Cycle-Acct-Count(Chosen-Cycle)
               MOVE Cycle-Sub TO Chosen-Cycle
           END-IF.

       Open-New-Account.
           MOVE SPACES TO Acct-Master-Record.
           MOVE New-Acct-Number-Fields TO Acct-Number.
           MOVE Primary-Customer-Save TO CUSTOMER-RECORD.
           MOVE SPACES TO Holder-Full-Name.
           STRING CUSTOMER-FIRST-NAME DELIMITED BY "  "
               " " DELIMITED BY SIZE
               CUSTOMER-LAST-NAME DELIMITED BY "  "
               INTO Holder-Full-Name
           END-STRING.
           MOVE Holder-Full-Name TO Acct-Customer-Name.
           MOVE Load-Officer-Name(Chosen-Officer-Sub) TO Acct-Officer.
           MOVE 0 TO Acct-Balance.
           MOVE APP-INTEREST-RATE TO Acct-Interest-Rate.
           MOVE 0 TO Acct-Accrued-Interest.
           MOVE 0 TO Acct-Accrued-Debit-Int.
           MOVE 0 TO Acct-Overdraft-Limit.
           SET Acct-Active TO TRUE.
           MOVE Today-Date TO Acct-Last-Activity-Date.
           MOVE APP-CUSTOMER-ID TO Acct-Customer-Id.
           MOVE APP-SECOND-CUSTOMER-ID TO Acct-Second-Customer-Id.
           MOVE APP-BRANCH-CODE TO Acct-Branch-Code.
           MOVE Chosen-Cycle TO Acct-Cycle-Code.
           IF NOT APP-NO-PRODUCT
               PERFORM Apply-Product-Terms
           END-IF.
           IF APP-TYPE-TERM
               MOVE APP-ACCOUNT-TYPE TO Acct-Account-Type
               MOVE APP-TERM-MONTHS TO Acct-Term-Months
               PERFORM Compute-Maturity-Date
               MOVE APP-MATURITY-INSTR TO Acct-Maturity-Instr
           ELSE
               MOVE SPACE TO Acct-Account-Type
               MOVE 0 TO Acct-Term-Months
               MOVE 0 TO Acct-Maturity-Date
               MOVE SPACE TO Acct-Maturity-Instr
           END-IF.
           MOVE 0 TO Acct-Ytd-Interest-Paid.
           MOVE 0 TO Acct-Ytd-Fees-Collected.
           MOVE 0 TO Acct-Ytd-Nsf-Count.
           MOVE SPACE TO Acct-Restrict-Flag.
           MOVE 0 TO Acct-Restrict-Date.
           MOVE APP-CURRENCY-CODE TO Acct-Currency-Code.
           WRITE Acct-Master-Record
               INVALID KEY
                   MOVE 14 TO Reject-Reason-Code
           END-WRITE.
           IF Application-Ok
               MOVE New-Acct-Serial TO Highest-Acct-Serial
               ADD 1 TO Load-Acct-Count(Chosen-Officer-Sub)
               ADD 1 TO Cycle-Acct-Count(Acct-Cycle-Code)
               PERFORM Write-Account-Image
           END-IF.

      *> A product account takes its rate from the product's tier for
      *> the opening deposit (the keyed rate when the product has no
      *> tiers), its overdraft limit from the product, and the
      *> product's default cycle when it names one.
       Apply-Product-Terms.
           MOVE APP-PRODUCT-CODE TO Acct-Product-Code.
           MOVE "N" TO Acct-Pricing-Exception.
           MOVE APP-PRODUCT-CODE TO DPP-WANTED-CODE.
           PERFORM FIND-DEPOSIT-PRODUCT.
           MOVE APP-OPENING-DEPOSIT TO DPP-RATE-BALANCE.
           PERFORM FIND-PRODUCT-TIER-RATE.
           IF DPP-TIER-RATE-IS-FOUND
               MOVE DPP-TIER-RATE-FOUND TO Acct-Interest-Rate
           END-IF.
           MOVE DPP-PRD-EFFECTIVE-OD-LIMIT TO Acct-Overdraft-Limit.
           IF DPP-PRD-CYCLE-CODE >= 1 AND DPP-PRD-CYCLE-CODE <= 28
               MOVE DPP-PRD-CYCLE-CODE TO Acct-Cycle-Code
           END-IF.

      *> The term runs from the business date, with the day held at
      *> 28 or below so every month can carry it - the clamp the
      *> term-deposit roll applies.
       Compute-Maturity-Date.
           MOVE Today-Date TO Maturity-Date-Combined.
           COMPUTE Months-Total = Mty-Month - 1 + APP-TERM-MONTHS.
           DIVIDE Months-Total BY 12 GIVING Years-Added
               REMAINDER Month-Remainder.
           ADD Years-Added TO Mty-Year.
           COMPUTE Mty-Month = Month-Remainder + 1.
           IF Mty-Day > 28
               MOVE 28 TO Mty-Day
           END-IF.
           MOVE Maturity-Date-Combined TO Acct-Maturity-Date.

       Write-Account-Image.
           MOVE "AccountApplication" TO Img-Program-Id.
           MOVE Today-Date TO Img-Business-Date.
           ACCEPT Img-Change-Time FROM TIME.
           MOVE Image-Before-Save TO Img-Before-Image.
           MOVE Acct-Master-Record TO Img-After-Image.
           WRITE Acct-Image-Record.

       Accept-Application.
           ADD 1 TO Applications-Accepted.
           IF APP-OPENING-DEPOSIT > 0
               PERFORM Write-Opening-Deposit
           END-IF.
           IF CUSTOMER-MAIL-REFUSED
               ADD 1 TO Letters-Suppressed
           ELSE
               PERFORM Print-Welcome-Letter
           END-IF.
           MOVE ACCOUNT-APPLICATION-RECORD TO Rsl-Application-Data.
           SET Rsl-Accepted TO TRUE.
           MOVE Acct-Number TO Rsl-Acct-Number.
           MOVE Acct-Officer TO Rsl-Officer.
           MOVE Acct-Cycle-Code TO Rsl-Cycle-Code.
           MOVE 0 TO Rsl-Reason-Code.
           MOVE "ACCOUNT OPENED" TO Rsl-Reason-Text.
           WRITE Application-Result-Record.
           DISPLAY "  Opened " Acct-Number " for customer "
               APP-CUSTOMER-ID " officer " Acct-Officer
               " cycle " Acct-Cycle-Code.

      *> The deposit is in the account's own currency, the way every
      *> posting to the account is.
       Write-Opening-Deposit.
           MOVE SPACES TO Tran-Record.
           MOVE Acct-Number TO Tran-Acct-Number.
           SET Tran-Is-Credit TO TRUE.
           MOVE APP-OPENING-DEPOSIT TO Tran-Amount.
           MOVE Today-Date TO Tran-Date.
           MOVE SPACES TO Tran-Counterpart-Acct.
           SET Tran-Src-Account-Opening TO TRUE.
           MOVE "*BATCH*" TO Tran-Operator-Id.
           MOVE 0 TO Tran-Effective-Date.
           WRITE Tran-Record.
           ADD 1 TO Deposits-Generated.
           ADD APP-OPENING-DEPOSIT TO Deposits-Total.

       Reject-Application.
           ADD 1 TO Applications-Rejected.
           PERFORM Set-Reject-Reason-Text.
           MOVE ACCOUNT-APPLICATION-RECORD TO Rsl-Application-Data.
           SET Rsl-Rejected TO TRUE.
           MOVE SPACES TO Rsl-Acct-Number.
           MOVE SPACES TO Rsl-Officer.
           MOVE 0 TO Rsl-Cycle-Code.
           MOVE Reject-Reason-Code TO Rsl-Reason-Code.
           MOVE Reject-Reason-Text TO Rsl-Reason-Text.
           WRITE Application-Result-Record.
           DISPLAY "  Refused " APP-BRANCH-CODE " " APP-REFERENCE
               " customer " APP-CUSTOMER-ID ": " Reject-Reason-Text.

       Set-Reject-Reason-Text.
           EVALUATE Reject-Reason-Code
               WHEN 1
                   MOVE "APPLICATION DATA NOT NUMERIC"
                       TO Reject-Reason-Text
               WHEN 2
                   MOVE "BRANCH UNKNOWN OR CLOSED"
                       TO Reject-Reason-Text
               WHEN 3
                   MOVE "CUSTOMER NOT ON FILE" TO Reject-Reason-Text
               WHEN 4
                   MOVE "CUSTOMER DECEASED" TO Reject-Reason-Text
               WHEN 5
                   MOVE "CUSTOMER DO NOT CONTACT"
                       TO Reject-Reason-Text
               WHEN 6
                   MOVE "CUSTOMER WATCH-LIST MATCH"
                       TO Reject-Reason-Text
               WHEN 7
                   MOVE "JOINT HOLDER NOT ON FILE"
                       TO Reject-Reason-Text
               WHEN 8
                   MOVE "JOINT HOLDER DECEASED" TO Reject-Reason-Text
               WHEN 9
                   MOVE "JOINT HOLDER DO NOT CONTACT"
                       TO Reject-Reason-Text
               WHEN 10
                   MOVE "JOINT HOLDER WATCH-LIST MATCH"
                       TO Reject-Reason-Text
               WHEN 11
                   MOVE "ACCOUNT TYPE OR TERM INVALID"
                       TO Reject-Reason-Text
               WHEN 12
                   MOVE "NO EXCHANGE RATE FOR CURRENCY"
                       TO Reject-Reason-Text
               WHEN 13
                   MOVE "NO OFFICER AT BRANCH" TO Reject-Reason-Text
               WHEN 15
                   MOVE "DEPOSIT PRODUCT NOT IN FORCE"
                       TO Reject-Reason-Text
               WHEN OTHER
                   MOVE "NO ACCOUNT NUMBER AVAILABLE"
                       TO Reject-Reason-Text
           END-EVALUATE.

       Print-Welcome-Letter.
           ADD 1 TO Letters-Printed.
           MOVE Today-Date TO Lhd-Date.
           MOVE Letters-Printed TO Lhd-Number.
           MOVE Letter-Heading-Line TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE CUSTOMER-FIRST-NAME TO Lnm-First.
           MOVE CUSTOMER-LAST-NAME TO Lnm-Last.
           MOVE Letter-Name-Line TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE CUSTOMER-STREET TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE CUSTOMER-CITY TO Lct-City.
           MOVE CUSTOMER-STATE TO Lct-State.
           MOVE CUSTOMER-ZIP TO Lct-Zip.
           MOVE Letter-City-Line TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO Letter-Work-Line.
           STRING "Welcome - your new account " DELIMITED BY SIZE
               Acct-Number DELIMITED BY SPACE
               " is now open at branch " DELIMITED BY SIZE
               Acct-Branch-Code DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               INTO Letter-Work-Line
           END-STRING.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO Letter-Work-Line.
           STRING "Your account officer is " DELIMITED BY SIZE
               Acct-Officer DELIMITED BY "  "
               "." DELIMITED BY SIZE
               INTO Letter-Work-Line
           END-STRING.
           PERFORM Write-Letter-Line.
           IF APP-OPENING-DEPOSIT > 0
               MOVE APP-OPENING-DEPOSIT TO Letter-Amount
               MOVE SPACES TO Letter-Work-Line
               STRING "Your opening deposit of " DELIMITED BY SIZE
                   Letter-Amount DELIMITED BY SIZE
                   " has been credited." DELIMITED BY SIZE
                   INTO Letter-Work-Line
               END-STRING
               PERFORM Write-Letter-Line
           END-IF.
           IF Acct-Type-Term
               MOVE SPACES TO Letter-Work-Line
               STRING "Your term deposit matures on "
                   DELIMITED BY SIZE
                   Acct-Maturity-Date DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO Letter-Work-Line
               END-STRING
               PERFORM Write-Letter-Line
           ELSE
               MOVE SPACES TO Letter-Work-Line
               STRING "Your statement will be produced on day "
                   DELIMITED BY SIZE
                   Acct-Cycle-Code DELIMITED BY SIZE
                   " of each month." DELIMITED BY SIZE
                   INTO Letter-Work-Line
               END-STRING
               PERFORM Write-Letter-Line
           END-IF.
           MOVE SPACES TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE "Please contact your branch with any questions."
               TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE ALL "-" TO Letter-Work-Line.
           PERFORM Write-Letter-Line.

       Write-Letter-Line.
           WRITE Welcome-Letter-Record FROM Letter-Work-Line.

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

       Write-Operator-Alert.
           MOVE "AccountApplication" TO Alert-Program-Id.
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

       Write-Job-Log.
           MOVE "AccountApplication" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Applications-Read TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       COPY LOCKPROC.

       COPY WATCHPRC.

       COPY DEPPRDPR.
