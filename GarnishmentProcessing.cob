       IDENTIFICATION DIVISION.
       PROGRAM-ID. GarnishmentProcessing.
      *> GarnishmentProcessing is the nightly legal-order step ahead
      *> of FundsHoldUpdate. It works every order on the LEGALORD
      *> file LegalOrderMaintenance keys. A newly received
      *> garnishment or levy is served against every open account
      *> the customer holds - their own and any joint account that
      *> carries them as ACCT-SECOND-CUSTOMER-ID - placing HOLDTRAN
      *> holds up to the ordered amount while leaving the customer
      *> the order's protected floor across all of those accounts,
      *> and each hold is recorded on LGLHOLD. On the remit date the
      *> held amounts are seized with "G" source debits into
      *> TRANFILE, which GeneralLedgerExtract carries to the GARN
      *> suspense line until the funds are paid to the court. An
      *> order withdrawn before its remit date has its holds
      *> released. Every order acted on prints on the LGLRPT notice
      *> register, with the customer's name and mailing address and
      *> each account's amount, for the customer notices and the
      *> answer to the court.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the LGLCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per account held,
      *> seized or released.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Legal-Order-File ASSIGN TO "LEGALORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LGL-ORDER-NUMBER
               FILE STATUS IS Lgl-File-Status.

           SELECT Legal-Hold-File ASSIGN TO "LGLHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lgh-File-Status.

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

           SELECT Holds-File ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-File-Status.

           SELECT Hold-Tran-File ASSIGN TO "HOLDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Htrn-File-Status.

           SELECT Transaction-File ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tran-File-Status.

           SELECT Report-Print-File ASSIGN TO "LGLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "LGLCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Legal-Order-File.
       COPY LEGALORD.

       FD  Legal-Hold-File.
       COPY LGLHOLD.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  Holds-File.
       COPY HOLDREC.

       FD  Hold-Tran-File.
       COPY HOLDTRN.

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

       FD  Job-Log-File.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Lgl-File-Status PIC X(02) VALUE "00".
          88 Lgl-File-Ok VALUE "00".
          88 Lgl-File-Eof VALUE "10".

       01 Lgh-File-Status PIC X(02) VALUE "00".
          88 Lgh-File-Ok VALUE "00".
          88 Lgh-File-Eof VALUE "10".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
          88 Acct-File-Eof VALUE "10".
       01 Acct-File-Open-Switch PIC X(01) VALUE "N".
          88 Acct-File-Is-Open VALUE "Y".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".
       01 Cust-File-Open-Switch PIC X(01) VALUE "N".
          88 Cust-File-Is-Open VALUE "Y".

       01 Hold-File-Status PIC X(02) VALUE "00".
          88 Hold-File-Ok VALUE "00".
          88 Hold-File-Eof VALUE "10".

       01 Htrn-File-Status PIC X(02) VALUE "00".
          88 Htrn-File-Ok VALUE "00".
          88 Htrn-File-Eof VALUE "10".

       01 Tran-File-Status PIC X(02) VALUE "00".
       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).

      *> Amount already held per account - the open HOLDFILE holds,
      *> the holds keyed on HOLDTRAN for tonight, and the holds this
      *> run places - so a second order against the same account,
      *> or a joint account served twice, only seizes what is free.
       01 Max-Held-Accounts PIC 9(03) VALUE 500.
       01 Held-Account-Count PIC 9(03) VALUE 0.
       01 Held-Sub PIC 9(03).
       01 Found-Held-Sub PIC 9(03).
       01 Held-Account-Table.
           05 Held-Account-Entry OCCURS 500 TIMES.
              10 Tbl-Held-Acct-Number  PIC X(15).
              10 Tbl-Held-Amount       PIC S9(9)V99.

       01 Max-Legal-Holds PIC 9(03) VALUE 500.
       01 Legal-Hold-Count PIC 9(03) VALUE 0.
       01 Legal-Hold-Sub PIC 9(03).
       01 Legal-Hold-Table.
           05 Legal-Hold-Entry OCCURS 500 TIMES.
              10 Tbl-Lgh-Order-Number  PIC X(12).
              10 Tbl-Lgh-Acct-Number   PIC X(15).
              10 Tbl-Lgh-Amount        PIC S9(7)V99.
              10 Tbl-Lgh-Remit-Date    PIC 9(08).

       01 Order-Remaining PIC S9(9)V99.
       01 Floor-Remaining PIC S9(9)V99.
       01 Account-Available PIC S9(9)V99.
       01 Account-Hold-Amount PIC S9(9)V99.
       01 Max-Hold-Amount PIC S9(9)V99 VALUE 9999999.99.
       01 Order-Action-Total PIC S9(9)V99.

       01 Orders-Read PIC 9(05) VALUE 0.
       01 Orders-Held PIC 9(05) VALUE 0.
       01 Orders-Remitted PIC 9(05) VALUE 0.
       01 Orders-Released PIC 9(05) VALUE 0.
       01 Orders-No-Funds PIC 9(05) VALUE 0.
       01 Holds-Placed PIC 9(05) VALUE 0.
       01 Seizures-Written PIC 9(05) VALUE 0.
       01 Total-Held-Amount PIC S9(11)V99 VALUE 0.
       01 Total-Seized-Amount PIC S9(11)V99 VALUE 0.

       01 Order-Heading-Line.
           05 FILLER               PIC X(08) VALUE "  ORDER ".
           05 Ohl-Order-Number     PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ohl-Order-Type       PIC X(12).
           05 FILLER               PIC X(10) VALUE "CUSTOMER ".
           05 Ohl-Customer-Id      PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ohl-First-Name       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Ohl-Last-Name        PIC X(20).

       01 Order-Address-Line.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 Oal-Street           PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Oal-City             PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Oal-State            PIC X(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Oal-Zip              PIC X(05).

       01 Order-Terms-Line.
           05 FILLER               PIC X(18)
              VALUE "          ORDERED ".
           05 Otl-Amount-Ordered   PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(08) VALUE "  FLOOR ".
           05 Otl-Protected-Floor  PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(11) VALUE "  RECEIVED ".
           05 Otl-Received-Date    PIC 9(08).
           05 FILLER               PIC X(10) VALUE "  REMIT BY".
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Otl-Remit-Date       PIC 9(08).

       01 Account-Detail-Line.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 Adl-Acct-Number      PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Adl-Branch           PIC X(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Adl-Amount           PIC -Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Adl-Action           PIC X(10).

       01 Order-Total-Line.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 Otot-Label           PIC X(24).
           05 Otot-Amount          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Otot-Note            PIC X(30).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           OPEN I-O Legal-Order-File.
           IF NOT Lgl-File-Ok
               DISPLAY "No legal orders on file."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           PERFORM Load-Held-Accounts.
           PERFORM Load-Keyed-Holds.
           PERFORM Load-Legal-Holds.
           PERFORM Open-Work-Files.
           OPEN OUTPUT Report-Print-File.
           MOVE "LEGAL ORDER NOTICE REGISTER" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "ORDER," "ORDER TYPE," "CUSTOMER," "FIRST NAME,"
               "LAST NAME," "ACCOUNT," "BRANCH," "AMOUNT," "ACTION"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           PERFORM Read-Next-Order.
           PERFORM Work-One-Order UNTIL Lgl-File-Eof.
           IF Orders-Held + Orders-Remitted + Orders-Released = 0
               MOVE "  No legal orders were acted on today."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Legal-Order-File.
           CLOSE Legal-Hold-File.
           CLOSE Hold-Tran-File.
           CLOSE Transaction-File.
           IF Acct-File-Is-Open
               CLOSE Account-Master-File
           END-IF.
           IF Cust-File-Is-Open
               CLOSE Customer-Master-File
           END-IF.
           DISPLAY "Legal orders read: " Orders-Read.
           DISPLAY "Orders served with holds: " Orders-Held.
           DISPLAY "Orders finding no funds: " Orders-No-Funds.
           DISPLAY "Orders remitted: " Orders-Remitted.
           DISPLAY "Withdrawn orders released: " Orders-Released.
           DISPLAY "Account holds placed: " Holds-Placed.
           DISPLAY "Seizure debits written: " Seizures-Written.
           DISPLAY "Total amount held: " Total-Held-Amount.
           DISPLAY "Total amount seized: " Total-Seized-Amount.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> Open HOLDFILE holds, totalled per account. An account the
      *> table cannot hold would be served as if unencumbered, so
      *> an overflow refuses the run.
       Load-Held-Accounts.
           MOVE 0 TO Held-Account-Count.
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
               MOVE Hold-Acct-Number TO Acct-Number
               MOVE Hold-Amount TO Account-Hold-Amount
               PERFORM Add-To-Held-Account
           END-IF.
           PERFORM Read-Next-Hold.

      *> Holds keyed for tonight have not reached HOLDFILE yet -
      *> FundsHoldUpdate applies them after this step - but the
      *> funds they cover are no more seizable than an open hold.
       Load-Keyed-Holds.
           OPEN INPUT Hold-Tran-File.
           IF Htrn-File-Ok
               PERFORM Read-Next-Keyed-Hold
               PERFORM Store-One-Keyed-Hold UNTIL Htrn-File-Eof
               CLOSE Hold-Tran-File
           END-IF.

       Read-Next-Keyed-Hold.
           READ Hold-Tran-File
               AT END
                   SET Htrn-File-Eof TO TRUE
           END-READ.

       Store-One-Keyed-Hold.
           IF Htrn-Place
               MOVE Htrn-Acct-Number TO Acct-Number
               MOVE Htrn-Amount TO Account-Hold-Amount
               PERFORM Add-To-Held-Account
           END-IF.
           PERFORM Read-Next-Keyed-Hold.

       Add-To-Held-Account.
           PERFORM Find-Held-Account.
           IF Found-Held-Sub = 0
               IF Held-Account-Count = Max-Held-Accounts
                   DISPLAY "More than " Max-Held-Accounts " accounts"
                       " with holds - refusing rather than seizing"
                       " funds already held."
                   MOVE 8 TO RETURN-CODE
                   PERFORM Write-Job-Log
                   STOP RUN
               END-IF
               ADD 1 TO Held-Account-Count
               MOVE Held-Account-Count TO Found-Held-Sub
               MOVE Acct-Number
                   TO Tbl-Held-Acct-Number(Found-Held-Sub)
               MOVE 0 TO Tbl-Held-Amount(Found-Held-Sub)
           END-IF.
           ADD Account-Hold-Amount TO Tbl-Held-Amount(Found-Held-Sub).

       Find-Held-Account.
           MOVE 0 TO Found-Held-Sub.
           PERFORM Check-One-Held-Account
               VARYING Held-Sub FROM 1 BY 1
               UNTIL Held-Sub > Held-Account-Count
               OR Found-Held-Sub > 0.

       Check-One-Held-Account.
           IF Tbl-Held-Acct-Number(Held-Sub) = Acct-Number
               MOVE Held-Sub TO Found-Held-Sub
           END-IF.

      *> The holds already placed for legal orders, so the remit
      *> and release passes know which accounts each order holds.
       Load-Legal-Holds.
           MOVE 0 TO Legal-Hold-Count.
           OPEN INPUT Legal-Hold-File.
           IF Lgh-File-Ok
               PERFORM Read-Next-Legal-Hold
               PERFORM Store-One-Legal-Hold UNTIL Lgh-File-Eof
               CLOSE Legal-Hold-File
           END-IF.

       Read-Next-Legal-Hold.
           READ Legal-Hold-File
               AT END
                   SET Lgh-File-Eof TO TRUE
           END-READ.

       Store-One-Legal-Hold.
           PERFORM Add-To-Legal-Hold-Table.
           PERFORM Read-Next-Legal-Hold.

       Add-To-Legal-Hold-Table.
           IF Legal-Hold-Count = Max-Legal-Holds
               DISPLAY "More than " Max-Legal-Holds " legal-order"
                   " holds - refusing rather than missing a"
                   " seizure or a release."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           ADD 1 TO Legal-Hold-Count.
           MOVE Lgh-Order-Number
               TO Tbl-Lgh-Order-Number(Legal-Hold-Count).
           MOVE Lgh-Acct-Number
               TO Tbl-Lgh-Acct-Number(Legal-Hold-Count).
           MOVE Lgh-Amount TO Tbl-Lgh-Amount(Legal-Hold-Count).
           MOVE Lgh-Remit-Date TO Tbl-Lgh-Remit-Date(Legal-Hold-Count).

       Open-Work-Files.
           OPEN EXTEND Legal-Hold-File.
           IF Lgh-File-Status = "35"
               CLOSE Legal-Hold-File
               OPEN OUTPUT Legal-Hold-File
           END-IF.
           OPEN EXTEND Hold-Tran-File.
           IF Htrn-File-Status = "35"
               CLOSE Hold-Tran-File
               OPEN OUTPUT Hold-Tran-File
           END-IF.
           OPEN EXTEND Transaction-File.
           IF Tran-File-Status = "35"
               CLOSE Transaction-File
               OPEN OUTPUT Transaction-File
           END-IF.
           OPEN INPUT Account-Master-File.
           IF Acct-File-Ok
               SET Acct-File-Is-Open TO TRUE
           END-IF.
           OPEN INPUT Customer-Master-File.
           IF Cust-File-Ok
               SET Cust-File-Is-Open TO TRUE
           END-IF.

       Read-Next-Order.
           READ Legal-Order-File NEXT RECORD
               AT END
                   SET Lgl-File-Eof TO TRUE
           END-READ.

      *> A new order is served tonight and, if its remit date has
      *> already come, seized tonight as well; a held order is
      *> seized on its remit date; a withdrawn order is released.
       Work-One-Order.
           ADD 1 TO Orders-Read.
           IF Lgl-Received
               PERFORM Serve-Order
               IF Lgl-Remit-Date <= Today-Date
                   PERFORM Remit-Order
               END-IF
               REWRITE Legal-Order-Record
           ELSE
               IF Lgl-Held AND Lgl-Remit-Date <= Today-Date
                   PERFORM Print-Order-Heading
                   PERFORM Remit-Order
                   REWRITE Legal-Order-Record
               ELSE
                   IF Lgl-Withdrawn
                       PERFORM Release-Order
                       REWRITE Legal-Order-Record
                   END-IF
               END-IF
           END-IF.
           PERFORM Read-Next-Order.

       Print-Order-Heading.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Lgl-Order-Number TO Ohl-Order-Number.
           IF Lgl-Levy
               MOVE "LEVY" TO Ohl-Order-Type
           ELSE
               MOVE "GARNISHMENT" TO Ohl-Order-Type
           END-IF.
           MOVE Lgl-Customer-Id TO Ohl-Customer-Id.
           MOVE SPACES TO Order-Address-Line.
           MOVE "CUSTOMER NOT ON FILE" TO Ohl-First-Name.
           MOVE SPACES TO Ohl-Last-Name.
           IF Cust-File-Is-Open
               MOVE Lgl-Customer-Id TO Customer-Id
               READ Customer-Master-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Customer-First-Name TO Ohl-First-Name
                       MOVE Customer-Last-Name TO Ohl-Last-Name
                       MOVE Customer-Street TO Oal-Street
                       MOVE Customer-City TO Oal-City
                       MOVE Customer-State TO Oal-State
                       MOVE Customer-Zip TO Oal-Zip
               END-READ
           END-IF.
           MOVE Order-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Order-Address-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Lgl-Amount-Ordered TO Otl-Amount-Ordered.
           MOVE Lgl-Protected-Floor TO Otl-Protected-Floor.
           MOVE Lgl-Received-Date TO Otl-Received-Date.
           MOVE Lgl-Remit-Date TO Otl-Remit-Date.
           MOVE Order-Terms-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

      *> The protected floor is the customer's to keep across all
      *> their accounts together, so it is used up against the
      *> free funds of the first accounts found before anything is
      *> held; what is left is held up to the amount ordered.
       Serve-Order.
           PERFORM Print-Order-Heading.
           COMPUTE Order-Remaining =
               Lgl-Amount-Ordered - Lgl-Amount-Held.
           MOVE Lgl-Protected-Floor TO Floor-Remaining.
           MOVE 0 TO Order-Action-Total.
           IF Acct-File-Is-Open
               MOVE LOW-VALUES TO Acct-Number
               START Account-Master-File
                   KEY IS >= Acct-Number
                   INVALID KEY
                       SET Acct-File-Eof TO TRUE
                   NOT INVALID KEY
                       MOVE "00" TO Acct-File-Status
               END-START
               IF NOT Acct-File-Eof
                   PERFORM Read-Next-Account
                   PERFORM Serve-One-Account
                       UNTIL Acct-File-Eof OR Order-Remaining = 0
               END-IF
           END-IF.
           ADD Order-Action-Total TO Lgl-Amount-Held.
           SET Lgl-Held TO TRUE.
           MOVE Today-Date TO Lgl-Last-Action-Date.
           ADD 1 TO Orders-Held.
           MOVE "HELD FOR THE ORDER" TO Otot-Label.
           MOVE Order-Action-Total TO Otot-Amount.
           MOVE SPACES TO Otot-Note.
           IF Order-Action-Total = 0
               MOVE "NO FUNDS AVAILABLE" TO Otot-Note
               ADD 1 TO Orders-No-Funds
           ELSE
               IF Order-Remaining > 0
                   MOVE "ORDER NOT FULLY SATISFIED" TO Otot-Note
               END-IF
           END-IF.
           MOVE Order-Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Read-Next-Account.
           READ Account-Master-File NEXT RECORD
               AT END
                   SET Acct-File-Eof TO TRUE
           END-READ.

      *> A term account still locked to its maturity date cannot be
      *> debited before then, so it is left for the court to pursue
      *> at maturity rather than held for a seizure that would fail.
       Serve-One-Account.
           IF (Acct-Customer-Id = Lgl-Customer-Id
               OR Acct-Second-Customer-Id = Lgl-Customer-Id)
               AND NOT Acct-Closed
               AND NOT Acct-Pending-Close
               AND NOT (Acct-Type-Term
                   AND Acct-Maturity-Date > Lgl-Remit-Date)
               PERFORM Hold-One-Account
           END-IF.
           PERFORM Read-Next-Account.

       Hold-One-Account.
           PERFORM Find-Held-Account.
           MOVE Acct-Balance TO Account-Available.
           IF Found-Held-Sub > 0
               SUBTRACT Tbl-Held-Amount(Found-Held-Sub)
                   FROM Account-Available
           END-IF.
           IF Account-Available < 0
               MOVE 0 TO Account-Available
           END-IF.
           IF Floor-Remaining > 0
               IF Account-Available > Floor-Remaining
                   SUBTRACT Floor-Remaining FROM Account-Available
                   MOVE 0 TO Floor-Remaining
               ELSE
                   SUBTRACT Account-Available FROM Floor-Remaining
                   MOVE 0 TO Account-Available
               END-IF
           END-IF.
           MOVE Account-Available TO Account-Hold-Amount.
           IF Account-Hold-Amount > Order-Remaining
               MOVE Order-Remaining TO Account-Hold-Amount
           END-IF.
           IF Account-Hold-Amount > Max-Hold-Amount
               MOVE Max-Hold-Amount TO Account-Hold-Amount
           END-IF.
           IF Account-Hold-Amount > 0
               PERFORM Place-Account-Hold
           END-IF.

      *> A hold running to a remit date that has already come is
      *> not placed at all: the seizure debit is written tonight,
      *> and a hold still open through the posting run would make
      *> that debit fail its own available-balance check.
       Place-Account-Hold.
           IF Lgl-Remit-Date > Today-Date
               SET Htrn-Place TO TRUE
               MOVE Acct-Number TO Htrn-Acct-Number
               MOVE Account-Hold-Amount TO Htrn-Amount
               MOVE Lgl-Remit-Date TO Htrn-Release-Date
               WRITE Hold-Tran-Record
           END-IF.
           MOVE Lgl-Order-Number TO Lgh-Order-Number.
           MOVE Acct-Number TO Lgh-Acct-Number.
           MOVE Account-Hold-Amount TO Lgh-Amount.
           MOVE Today-Date TO Lgh-Placed-Date.
           MOVE Lgl-Remit-Date TO Lgh-Remit-Date.
           WRITE Legal-Hold-Record.
           PERFORM Add-To-Legal-Hold-Table.
           PERFORM Add-To-Held-Account.
           SUBTRACT Account-Hold-Amount FROM Order-Remaining.
           ADD Account-Hold-Amount TO Order-Action-Total.
           ADD Account-Hold-Amount TO Total-Held-Amount.
           ADD 1 TO Holds-Placed.
           MOVE Acct-Number TO Adl-Acct-Number.
           MOVE Acct-Branch-Code TO Adl-Branch.
           MOVE Account-Hold-Amount TO Adl-Amount.
           MOVE "HELD" TO Adl-Action.
           MOVE Account-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

      *> The hold runs to the remit date, so FundsHoldUpdate has
      *> released it by the time BankPosting applies the seizure.
       Remit-Order.
           MOVE 0 TO Order-Action-Total.
           PERFORM Remit-One-Legal-Hold
               VARYING Legal-Hold-Sub FROM 1 BY 1
               UNTIL Legal-Hold-Sub > Legal-Hold-Count.
           ADD Order-Action-Total TO Lgl-Amount-Remitted.
           SET Lgl-Remitted TO TRUE.
           MOVE Today-Date TO Lgl-Last-Action-Date.
           ADD 1 TO Orders-Remitted.
           MOVE "SEIZED FOR REMITTANCE" TO Otot-Label.
           MOVE Order-Action-Total TO Otot-Amount.
           MOVE SPACES TO Otot-Note.
           MOVE Order-Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Remit-One-Legal-Hold.
           IF Tbl-Lgh-Order-Number(Legal-Hold-Sub) = Lgl-Order-Number
               MOVE Tbl-Lgh-Acct-Number(Legal-Hold-Sub)
                   TO Tran-Acct-Number
               SET Tran-Is-Debit TO TRUE
               MOVE Tbl-Lgh-Amount(Legal-Hold-Sub) TO Tran-Amount
               MOVE Today-Date TO Tran-Date
               MOVE SPACES TO Tran-Counterpart-Acct
               SET Tran-Src-Garnishment TO TRUE
               MOVE "*BATCH*" TO Tran-Operator-Id
               MOVE 0 TO Tran-Effective-Date
               WRITE Tran-Record
               ADD 1 TO Seizures-Written
               ADD Tbl-Lgh-Amount(Legal-Hold-Sub) TO Order-Action-Total
               ADD Tbl-Lgh-Amount(Legal-Hold-Sub)
                   TO Total-Seized-Amount
               MOVE Tbl-Lgh-Acct-Number(Legal-Hold-Sub)
                   TO Adl-Acct-Number
               PERFORM Find-Detail-Branch
               MOVE Tbl-Lgh-Amount(Legal-Hold-Sub) TO Adl-Amount
               MOVE "SEIZED" TO Adl-Action
               MOVE Account-Detail-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Detail
           END-IF.

      *> A hold whose remit date has passed was already released by
      *> FundsHoldUpdate; only the holds still running are released
      *> here, so no release goes looking for a hold that is gone.
       Release-Order.
           PERFORM Print-Order-Heading.
           MOVE 0 TO Order-Action-Total.
           PERFORM Release-One-Legal-Hold
               VARYING Legal-Hold-Sub FROM 1 BY 1
               UNTIL Legal-Hold-Sub > Legal-Hold-Count.
           SET Lgl-Closed TO TRUE.
           MOVE Today-Date TO Lgl-Last-Action-Date.
           ADD 1 TO Orders-Released.
           MOVE "RELEASED - WITHDRAWN" TO Otot-Label.
           MOVE Order-Action-Total TO Otot-Amount.
           MOVE SPACES TO Otot-Note.
           MOVE Order-Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Release-One-Legal-Hold.
           IF Tbl-Lgh-Order-Number(Legal-Hold-Sub) = Lgl-Order-Number
               AND Tbl-Lgh-Remit-Date(Legal-Hold-Sub) > Today-Date
               SET Htrn-Release TO TRUE
               MOVE Tbl-Lgh-Acct-Number(Legal-Hold-Sub)
                   TO Htrn-Acct-Number
               MOVE Tbl-Lgh-Amount(Legal-Hold-Sub) TO Htrn-Amount
               MOVE Tbl-Lgh-Remit-Date(Legal-Hold-Sub)
                   TO Htrn-Release-Date
               WRITE Hold-Tran-Record
               ADD Tbl-Lgh-Amount(Legal-Hold-Sub) TO Order-Action-Total
               MOVE Tbl-Lgh-Acct-Number(Legal-Hold-Sub)
                   TO Adl-Acct-Number
               PERFORM Find-Detail-Branch
               MOVE Tbl-Lgh-Amount(Legal-Hold-Sub) TO Adl-Amount
               MOVE "RELEASED" TO Adl-Action
               MOVE Account-Detail-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Detail
           END-IF.

       Find-Detail-Branch.
           MOVE "?????" TO Adl-Branch.
           IF Acct-File-Is-Open
               MOVE Tbl-Lgh-Acct-Number(Legal-Hold-Sub) TO Acct-Number
               READ Account-Master-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Acct-Branch-Code TO Adl-Branch
               END-READ
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
           MOVE "Garnishment" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Orders-Read TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Ohl-Order-Number TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Ohl-Order-Type TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Ohl-Customer-Id TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Ohl-First-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Ohl-Last-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Adl-Acct-Number TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Adl-Branch TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Adl-Amount TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Adl-Action TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
