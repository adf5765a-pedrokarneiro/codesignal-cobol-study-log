       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditExposureReport.
      *> CreditExposureReport totals the bank's credit exposure to
      *> each customer and each confirmed HSHLD household. Exposure
      *> is the approved ACCT-OVERDRAFT-LIMIT on every account not
      *> closed, the amount by which an account is overdrawn, and the
      *> outstanding LOAN-BALANCE of every active LOANMSTR loan.
      *> An overdrawn balance is drawn against the overdraft limit,
      *> so an account's exposure is the larger of its limit and its
      *> overdrawn amount rather than both; the report still shows
      *> the two columns separately. Foreign-currency accounts are
      *> counted at the EXCHRATE rate for the business date (at face
      *> when no rate is on file). A joint account is the exposure of
      *> both holders; within a household it counts once.
      *> The EXPRRPT report lists every customer with any exposure,
      *> by customer id, then every household, with the officer
      *> responsible - the officer of the largest account exposure.
      *> A customer or household whose exposure exceeds the
      *> concentration threshold from the EXPPARM parameter file is
      *> flagged, raises an operator alert, and ends the step with
      *> condition code 4.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the EXPRCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per customer and
      *> household exposure line.
      *> 2026-10-15: More confirmed HSHLD household members than the
      *> table holds now refuses the run with condition code 8
      *> instead of silently dropping the rest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Loan-Master-File ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS Loan-File-Status.

           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

           SELECT Household-File ASSIGN TO "HSHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hh-File-Status.

           SELECT Exchange-Rate-File ASSIGN TO "EXCHRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRT-KEY
               FILE STATUS IS FXR-FILE-STATUS.

           SELECT Exposure-Parm-File ASSIGN TO "EXPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Report-Print-File ASSIGN TO "EXPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "EXPRCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Alert-File ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Sort-Work-File ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Loan-Master-File.
       COPY LOANREC.

       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  Household-File.
       COPY HSHLDREC.

       FD  Exchange-Rate-File.
       COPY EXCHRATE.

       FD  Exposure-Parm-File.
       01 Exposure-Parm-Record.
           05 Parm-Customer-Threshold  PIC 9(09)V99.
           05 Parm-Household-Threshold PIC 9(09)V99.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Alert-File.
       COPY ALERTREC.

       FD  Job-Log-File.
       COPY JOBLOG.

       FD  Run-Control-File.
       COPY RUNCTL.

      *> One exposure item - an account or a loan - per customer
      *> liable for it.
       SD  Sort-Work-File.
       01 Sort-Work-Record.
           05 Swr-Customer-Id       PIC 9(05).
           05 Swr-Od-Limit          PIC S9(11)V99.
           05 Swr-Overdrawn         PIC S9(11)V99.
           05 Swr-Loan-Balance      PIC S9(11)V99.
           05 Swr-Exposure          PIC S9(11)V99.
           05 Swr-Officer           PIC A(20).

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
          88 Acct-File-Eof VALUE "10".

       01 Loan-File-Status PIC X(02) VALUE "00".
          88 Loan-File-Ok VALUE "00".
          88 Loan-File-Eof VALUE "10".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".

       01 Loan-Master-Open-Flag PIC X(01) VALUE "N".
          88 Loan-Master-Open VALUE "Y".
       01 Cust-Master-Open-Flag PIC X(01) VALUE "N".
          88 Cust-Master-Open VALUE "Y".

       01 Hh-File-Status PIC X(02) VALUE "00".
          88 Hh-File-Ok VALUE "00".
          88 Hh-File-Eof VALUE "10".

       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".

       01 Rpt-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.
       COPY FXRATEWS.

       01 Today-Date PIC 9(08).
       01 Customer-Threshold PIC 9(09)V99 VALUE 250000.00.
       01 Household-Threshold PIC 9(09)V99 VALUE 500000.00.

       01 Accounts-Read PIC 9(07) VALUE 0.
       01 Loans-Read PIC 9(07) VALUE 0.
       01 Customers-Listed PIC 9(07) VALUE 0.
       01 Customers-Flagged PIC 9(05) VALUE 0.
       01 Households-Listed PIC 9(05) VALUE 0.
       01 Households-Flagged PIC 9(05) VALUE 0.
       01 Flagged-Display PIC ZZZZ9.
       01 Flagged-Display-2 PIC ZZZZ9.

      *> The exposure of the account or loan in hand, in local
      *> currency.
       01 Item-Od-Limit PIC S9(11)V99.
       01 Item-Overdrawn PIC S9(11)V99.
       01 Item-Loan-Balance PIC S9(11)V99.
       01 Item-Exposure PIC S9(11)V99.
       01 Item-Officer PIC A(20).
       01 Primary-Household-Id PIC 9(05).
       01 Second-Household-Id PIC 9(05).

      *> Confirmed household memberships, and one running total per
      *> household.
       01 Max-Hh-Members PIC 9(04) VALUE 500.
       01 Hh-Member-Count PIC 9(04) VALUE 0.
       01 Hh-Member-Sub PIC 9(04).
       01 Hh-Member-Table.
           05 Hh-Member-Entry OCCURS 500 TIMES.
              10 Tbl-Hh-Household-Id  PIC 9(05).
              10 Tbl-Hh-Customer-Id   PIC 9(05).
       01 Search-Customer-Id PIC 9(05).
       01 Found-Household-Id PIC 9(05).

       01 Hh-Total-Count PIC 9(04) VALUE 0.
       01 Hh-Total-Sub PIC 9(04).
       01 Found-Total-Sub PIC 9(04).
       01 Search-Household-Id PIC 9(05).
       01 Hh-Total-Table.
           05 Hh-Total-Entry OCCURS 500 TIMES.
              10 Hht-Household-Id     PIC 9(05).
              10 Hht-Members          PIC 9(03).
              10 Hht-Od-Limit         PIC S9(11)V99.
              10 Hht-Overdrawn        PIC S9(11)V99.
              10 Hht-Loan-Balance     PIC S9(11)V99.
              10 Hht-Exposure         PIC S9(11)V99.
              10 Hht-Officer          PIC A(20).
              10 Hht-Officer-Exposure PIC S9(11)V99.

      *> The customer being totalled off the sort.
       01 Sort-Return-Done-Flag PIC X(01) VALUE "N".
          88 Sort-Return-Done VALUE "Y".
       01 First-Customer-Flag PIC X(01) VALUE "Y".
          88 First-Customer VALUE "Y".
       01 Current-Customer-Id PIC 9(05).
       01 Cust-Od-Limit PIC S9(11)V99.
       01 Cust-Overdrawn PIC S9(11)V99.
       01 Cust-Loan-Balance PIC S9(11)V99.
       01 Cust-Exposure PIC S9(11)V99.
       01 Cust-Officer PIC A(20).
       01 Cust-Officer-Exposure PIC S9(11)V99.

       01 Total-Od-Limit PIC S9(13)V99 VALUE 0.
       01 Total-Overdrawn PIC S9(13)V99 VALUE 0.
       01 Total-Loan-Balance PIC S9(13)V99 VALUE 0.
       01 Total-Exposure PIC S9(13)V99 VALUE 0.

       01 Threshold-Line.
           05 FILLER               PIC X(32)
              VALUE "  CONCENTRATION THRESHOLD  CUST ".
           05 Thl-Customer         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(13) VALUE "   HOUSEHOLD ".
           05 Thl-Household        PIC ZZZ,ZZZ,ZZ9.99.

       01 Customer-Column-Line.
           05 FILLER               PIC X(08) VALUE "  CUST".
           05 FILLER               PIC X(27) VALUE "NAME".
           05 FILLER               PIC X(21) VALUE "OFFICER".
           05 FILLER               PIC X(16) VALUE "        OD LIMIT".
           05 FILLER               PIC X(16) VALUE "       OVERDRAWN".
           05 FILLER               PIC X(16) VALUE "           LOANS".
           05 FILLER               PIC X(18)
              VALUE "    TOTAL EXPOSURE".

       01 Household-Column-Line.
           05 FILLER               PIC X(08) VALUE "  HHLD".
           05 FILLER               PIC X(27) VALUE "MEMBERS".
           05 FILLER               PIC X(21) VALUE "OFFICER".
           05 FILLER               PIC X(16) VALUE "        OD LIMIT".
           05 FILLER               PIC X(16) VALUE "       OVERDRAWN".
           05 FILLER               PIC X(16) VALUE "           LOANS".
           05 FILLER               PIC X(18)
              VALUE "    TOTAL EXPOSURE".

       01 Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Id               PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Name             PIC X(26).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Officer          PIC A(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Od-Limit         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Overdrawn        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Loan-Balance     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Exposure         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Flag             PIC X(10).

       01 Csv-Row-Type PIC X(09) VALUE SPACES.

       01 Member-Count-Display PIC ZZ9.

       01 Total-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tot-Label            PIC X(54).
           05 Tot-Od-Limit         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tot-Overdrawn        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tot-Loan-Balance     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tot-Exposure         PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Control SECTION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Read-Exposure-Parm.
           MOVE Today-Date TO FXR-AS-OF-DATE.
           PERFORM LOAD-EXCHANGE-RATES.
           IF FXR-TABLE-OVERFLOWED
               DISPLAY "More than " FXR-MAX-CURRENCIES
                   " currencies on EXCHRATE - refusing."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN INPUT Account-Master-File.
           IF Acct-File-Status = "35"
               DISPLAY "No account-master file to measure."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN INPUT Loan-Master-File.
           IF Loan-File-Ok
               MOVE "Y" TO Loan-Master-Open-Flag
           END-IF.
           OPEN INPUT Customer-Master-File.
           IF Cust-File-Ok
               MOVE "Y" TO Cust-Master-Open-Flag
           END-IF.
           PERFORM Load-Household-Members.
           OPEN OUTPUT Report-Print-File.
           MOVE "CUSTOMER CREDIT EXPOSURE" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "TYPE," "ID," "NAME," "OFFICER," "OD LIMIT,"
               "OVERDRAWN," "LOAN BALANCE," "EXPOSURE," "FLAG"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Customer-Threshold TO Thl-Customer.
           MOVE Household-Threshold TO Thl-Household.
           MOVE Threshold-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Customer-Column-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           SORT Sort-Work-File
               ASCENDING KEY Swr-Customer-Id
               INPUT PROCEDURE IS Select-Exposures
               OUTPUT PROCEDURE IS Print-Customer-Exposure.
           IF NOT First-Customer
               PERFORM Print-One-Customer
           END-IF.
           IF Customers-Listed = 0
               MOVE "    No customer exposure on file."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "TOTAL CUSTOMER EXPOSURE" TO Tot-Label.
           MOVE Total-Od-Limit TO Tot-Od-Limit.
           MOVE Total-Overdrawn TO Tot-Overdrawn.
           MOVE Total-Loan-Balance TO Tot-Loan-Balance.
           MOVE Total-Exposure TO Tot-Exposure.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Print-Households.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Account-Master-File.
           IF Loan-Master-Open
               CLOSE Loan-Master-File
           END-IF.
           IF Cust-Master-Open
               CLOSE Customer-Master-File
           END-IF.
           DISPLAY "Accounts read: " Accounts-Read.
           DISPLAY "Loans read: " Loans-Read.
           DISPLAY "Customers with exposure: " Customers-Listed.
           DISPLAY "Customers over threshold: " Customers-Flagged.
           DISPLAY "Households over threshold: " Households-Flagged.
           IF Customers-Flagged > 0 OR Households-Flagged > 0
               PERFORM Write-Concentration-Alert
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

       Select-Exposures SECTION.
       Select-Start.
           MOVE LOW-VALUES TO Acct-Number.
           START Account-Master-File KEY IS GREATER THAN Acct-Number
               INVALID KEY
                   SET Acct-File-Eof TO TRUE
           END-START.
           IF Acct-File-Ok
               PERFORM Read-Next-Account
           END-IF.
           PERFORM Select-One-Account UNTIL Acct-File-Eof.
           IF Loan-Master-Open
               MOVE LOW-VALUES TO Loan-Number
               START Loan-Master-File KEY IS GREATER THAN Loan-Number
                   INVALID KEY
                       SET Loan-File-Eof TO TRUE
               END-START
               IF Loan-File-Ok
                   PERFORM Read-Next-Loan
               END-IF
               PERFORM Select-One-Loan UNTIL Loan-File-Eof
           END-IF.
           GO TO Select-Exit.

       Read-Next-Account.
           READ Account-Master-File NEXT RECORD
               AT END
                   SET Acct-File-Eof TO TRUE
           END-READ.

       Read-Next-Loan.
           READ Loan-Master-File NEXT RECORD
               AT END
                   SET Loan-File-Eof TO TRUE
           END-READ.

       Select-One-Account.
           ADD 1 TO Accounts-Read.
           IF NOT Acct-Closed
               PERFORM Measure-Account-Exposure
               IF Item-Exposure > 0
                   PERFORM Release-Account-Item
               END-IF
           END-IF.
           PERFORM Read-Next-Account.

      *> A joint account is released once per holder; the household
      *> total takes it once per household.
       Release-Account-Item.
           MOVE Acct-Officer TO Item-Officer.
           MOVE Acct-Customer-Id TO Swr-Customer-Id.
           PERFORM Release-Exposure-Item.
           MOVE Acct-Customer-Id TO Search-Customer-Id.
           PERFORM Find-Customer-Household.
           MOVE Found-Household-Id TO Primary-Household-Id.
           IF Primary-Household-Id > 0
               MOVE Primary-Household-Id TO Search-Household-Id
               PERFORM Add-Household-Exposure
           END-IF.
           IF Acct-Second-Customer-Id > 0
               AND Acct-Second-Customer-Id NOT = Acct-Customer-Id
               MOVE Acct-Second-Customer-Id TO Swr-Customer-Id
               PERFORM Release-Exposure-Item
               MOVE Acct-Second-Customer-Id TO Search-Customer-Id
               PERFORM Find-Customer-Household
               MOVE Found-Household-Id TO Second-Household-Id
               IF Second-Household-Id > 0
                   AND Second-Household-Id NOT = Primary-Household-Id
                   MOVE Second-Household-Id TO Search-Household-Id
                   PERFORM Add-Household-Exposure
               END-IF
           END-IF.

       Select-One-Loan.
           ADD 1 TO Loans-Read.
           IF Loan-Active
               AND Loan-Balance > 0
               MOVE 0 TO Item-Od-Limit
               MOVE 0 TO Item-Overdrawn
               MOVE Loan-Balance TO Item-Loan-Balance
               MOVE Loan-Balance TO Item-Exposure
               MOVE SPACES TO Item-Officer
               MOVE Loan-Customer-Id TO Swr-Customer-Id
               PERFORM Release-Exposure-Item
               MOVE Loan-Customer-Id TO Search-Customer-Id
               PERFORM Find-Customer-Household
               IF Found-Household-Id > 0
                   MOVE Found-Household-Id TO Search-Household-Id
                   PERFORM Add-Household-Exposure
               END-IF
           END-IF.
           PERFORM Read-Next-Loan.

       Release-Exposure-Item.
           MOVE Item-Od-Limit TO Swr-Od-Limit.
           MOVE Item-Overdrawn TO Swr-Overdrawn.
           MOVE Item-Loan-Balance TO Swr-Loan-Balance.
           MOVE Item-Exposure TO Swr-Exposure.
           MOVE Item-Officer TO Swr-Officer.
           RELEASE Sort-Work-Record.

       Select-Exit.
           EXIT.

       Print-Customer-Exposure SECTION.
       Print-Start.
           MOVE "N" TO Sort-Return-Done-Flag.
           PERFORM Return-Exposure-Item UNTIL Sort-Return-Done.
           GO TO Print-Exit.

       Return-Exposure-Item.
           RETURN Sort-Work-File
               AT END
                   SET Sort-Return-Done TO TRUE
               NOT AT END
                   PERFORM Take-One-Item
           END-RETURN.

       Take-One-Item.
           IF First-Customer
               MOVE "N" TO First-Customer-Flag
               MOVE Swr-Customer-Id TO Current-Customer-Id
               PERFORM Clear-Customer-Totals
           END-IF.
           IF Swr-Customer-Id NOT = Current-Customer-Id
               PERFORM Print-One-Customer
               MOVE Swr-Customer-Id TO Current-Customer-Id
               PERFORM Clear-Customer-Totals
           END-IF.
           ADD Swr-Od-Limit TO Cust-Od-Limit.
           ADD Swr-Overdrawn TO Cust-Overdrawn.
           ADD Swr-Loan-Balance TO Cust-Loan-Balance.
           ADD Swr-Exposure TO Cust-Exposure.
           IF Swr-Officer NOT = SPACES
               AND Swr-Exposure > Cust-Officer-Exposure
               MOVE Swr-Officer TO Cust-Officer
               MOVE Swr-Exposure TO Cust-Officer-Exposure
           END-IF.

       Print-Exit.
           EXIT.

       Report-Helpers SECTION.

      *> The overdraft limit and overdrawn amount are kept in the
      *> account's own currency; both are turned into local here.
       Measure-Account-Exposure.
           MOVE 0 TO Item-Od-Limit.
           MOVE 0 TO Item-Overdrawn.
           MOVE 0 TO Item-Loan-Balance.
           MOVE Acct-Currency-Code TO FXR-WANTED-CURRENCY.
           PERFORM FIND-EXCHANGE-RATE.
           IF Acct-Overdraft-Limit > 0
               MOVE Acct-Overdraft-Limit TO FXR-FOREIGN-AMOUNT
               PERFORM Convert-Item-Amount
               MOVE FXR-LOCAL-AMOUNT TO Item-Od-Limit
           END-IF.
           IF Acct-Balance < 0
               COMPUTE FXR-FOREIGN-AMOUNT = 0 - Acct-Balance
               PERFORM Convert-Item-Amount
               MOVE FXR-LOCAL-AMOUNT TO Item-Overdrawn
           END-IF.
           IF Item-Overdrawn > Item-Od-Limit
               MOVE Item-Overdrawn TO Item-Exposure
           ELSE
               MOVE Item-Od-Limit TO Item-Exposure
           END-IF.

       Convert-Item-Amount.
           IF FXR-RATE-FOUND
               PERFORM CONVERT-TO-LOCAL
           ELSE
               MOVE FXR-FOREIGN-AMOUNT TO FXR-LOCAL-AMOUNT
           END-IF.

      *> Called with the customer wanted in Search-Customer-Id;
      *> zero when the customer is in no confirmed household.
       Find-Customer-Household.
           MOVE 0 TO Found-Household-Id.
           PERFORM Check-One-Member
               VARYING Hh-Member-Sub FROM 1 BY 1
               UNTIL Hh-Member-Sub > Hh-Member-Count
               OR Found-Household-Id > 0.

       Check-One-Member.
           IF Tbl-Hh-Customer-Id(Hh-Member-Sub) = Search-Customer-Id
               MOVE Tbl-Hh-Household-Id(Hh-Member-Sub)
                   TO Found-Household-Id
           END-IF.

      *> Called with the household wanted in Search-Household-Id.
       Find-Household-Total.
           MOVE 0 TO Found-Total-Sub.
           PERFORM Check-One-Household-Total
               VARYING Hh-Total-Sub FROM 1 BY 1
               UNTIL Hh-Total-Sub > Hh-Total-Count
               OR Found-Total-Sub > 0.

       Check-One-Household-Total.
           IF Hht-Household-Id(Hh-Total-Sub) = Search-Household-Id
               MOVE Hh-Total-Sub TO Found-Total-Sub
           END-IF.

       Add-Household-Exposure.
           PERFORM Find-Household-Total.
           IF Found-Total-Sub > 0
               ADD Item-Od-Limit TO Hht-Od-Limit(Found-Total-Sub)
               ADD Item-Overdrawn TO Hht-Overdrawn(Found-Total-Sub)
               ADD Item-Loan-Balance
                   TO Hht-Loan-Balance(Found-Total-Sub)
               ADD Item-Exposure TO Hht-Exposure(Found-Total-Sub)
               IF Item-Officer NOT = SPACES
                   AND Item-Exposure
                       > Hht-Officer-Exposure(Found-Total-Sub)
                   MOVE Item-Officer TO Hht-Officer(Found-Total-Sub)
                   MOVE Item-Exposure
                       TO Hht-Officer-Exposure(Found-Total-Sub)
               END-IF
           END-IF.

       Clear-Customer-Totals.
           MOVE 0 TO Cust-Od-Limit.
           MOVE 0 TO Cust-Overdrawn.
           MOVE 0 TO Cust-Loan-Balance.
           MOVE 0 TO Cust-Exposure.
           MOVE SPACES TO Cust-Officer.
           MOVE 0 TO Cust-Officer-Exposure.

       Print-One-Customer.
           ADD 1 TO Customers-Listed.
           ADD Cust-Od-Limit TO Total-Od-Limit.
           ADD Cust-Overdrawn TO Total-Overdrawn.
           ADD Cust-Loan-Balance TO Total-Loan-Balance.
           ADD Cust-Exposure TO Total-Exposure.
           MOVE SPACES TO Detail-Line.
           MOVE Current-Customer-Id TO Det-Id.
           MOVE Current-Customer-Id TO CUSTOMER-ID.
           MOVE "(NOT ON CUSTOMER FILE)" TO Det-Name.
           IF Cust-Master-Open
               READ Customer-Master-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING CUSTOMER-LAST-NAME DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           CUSTOMER-FIRST-NAME DELIMITED BY "  "
                           INTO Det-Name
                       END-STRING
               END-READ
           END-IF.
           MOVE Cust-Officer TO Det-Officer.
           IF Cust-Officer = SPACES
               MOVE "(NONE)" TO Det-Officer
           END-IF.
           MOVE Cust-Od-Limit TO Det-Od-Limit.
           MOVE Cust-Overdrawn TO Det-Overdrawn.
           MOVE Cust-Loan-Balance TO Det-Loan-Balance.
           MOVE Cust-Exposure TO Det-Exposure.
           IF Cust-Exposure > Customer-Threshold
               MOVE "OVER LIMIT" TO Det-Flag
               ADD 1 TO Customers-Flagged
           END-IF.
           MOVE Detail-Line TO RPT-PRINT-LINE.
           MOVE "CUSTOMER" TO Csv-Row-Type.
           PERFORM Report-Write-Detail.

       Print-Households.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "  CONFIRMED HOUSEHOLDS" TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Household-Column-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Print-One-Household
               VARYING Hh-Total-Sub FROM 1 BY 1
               UNTIL Hh-Total-Sub > Hh-Total-Count.
           IF Households-Listed = 0
               MOVE "    No household exposure on file."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.

       Print-One-Household.
           IF Hht-Exposure(Hh-Total-Sub) > 0
               ADD 1 TO Households-Listed
               MOVE SPACES TO Detail-Line
               MOVE Hht-Household-Id(Hh-Total-Sub) TO Det-Id
               MOVE Hht-Members(Hh-Total-Sub) TO Member-Count-Display
               STRING Member-Count-Display DELIMITED BY SIZE
                   " MEMBER(S)" DELIMITED BY SIZE
                   INTO Det-Name
               END-STRING
               MOVE Hht-Officer(Hh-Total-Sub) TO Det-Officer
               IF Hht-Officer(Hh-Total-Sub) = SPACES
                   MOVE "(NONE)" TO Det-Officer
               END-IF
               MOVE Hht-Od-Limit(Hh-Total-Sub) TO Det-Od-Limit
               MOVE Hht-Overdrawn(Hh-Total-Sub) TO Det-Overdrawn
               MOVE Hht-Loan-Balance(Hh-Total-Sub) TO Det-Loan-Balance
               MOVE Hht-Exposure(Hh-Total-Sub) TO Det-Exposure
               IF Hht-Exposure(Hh-Total-Sub) > Household-Threshold
                   MOVE "OVER LIMIT" TO Det-Flag
                   ADD 1 TO Households-Flagged
               END-IF
               MOVE Detail-Line TO RPT-PRINT-LINE
               MOVE "HOUSEHOLD" TO Csv-Row-Type
               PERFORM Report-Write-Detail
           END-IF.

       Load-Household-Members.
           MOVE 0 TO Hh-Member-Count.
           MOVE 0 TO Hh-Total-Count.
           OPEN INPUT Household-File.
           IF Hh-File-Ok
               PERFORM Read-Next-Household-Member
               PERFORM Store-One-Household-Member
                   UNTIL Hh-File-Eof
               CLOSE Household-File
           END-IF.

       Read-Next-Household-Member.
           READ Household-File
               AT END
                   SET Hh-File-Eof TO TRUE
           END-READ.

      *> A confirmed member the table cannot hold would understate
      *> its household's exposure, so an overflow refuses the run.
       Store-One-Household-Member.
           IF Hh-Confirmed
               IF Hh-Member-Count = Max-Hh-Members
                   DISPLAY "More than " Max-Hh-Members " confirmed"
                       " household members on HSHLD - refusing"
                       " rather than dropping the tail."
                   CLOSE Household-File
                   MOVE 8 TO RETURN-CODE
                   PERFORM Write-Job-Log
                   STOP RUN
               END-IF
               ADD 1 TO Hh-Member-Count
               MOVE Hh-Household-Id
                   TO Tbl-Hh-Household-Id(Hh-Member-Count)
               MOVE Hh-Customer-Id
                   TO Tbl-Hh-Customer-Id(Hh-Member-Count)
               MOVE Hh-Household-Id TO Search-Household-Id
               PERFORM Find-Household-Total
               IF Found-Total-Sub = 0
                   ADD 1 TO Hh-Total-Count
                   MOVE Hh-Total-Count TO Found-Total-Sub
                   MOVE Hh-Household-Id
                       TO Hht-Household-Id(Found-Total-Sub)
                   MOVE 0 TO Hht-Members(Found-Total-Sub)
                   MOVE 0 TO Hht-Od-Limit(Found-Total-Sub)
                   MOVE 0 TO Hht-Overdrawn(Found-Total-Sub)
                   MOVE 0 TO Hht-Loan-Balance(Found-Total-Sub)
                   MOVE 0 TO Hht-Exposure(Found-Total-Sub)
                   MOVE SPACES TO Hht-Officer(Found-Total-Sub)
                   MOVE 0 TO Hht-Officer-Exposure(Found-Total-Sub)
               END-IF
               ADD 1 TO Hht-Members(Found-Total-Sub)
           END-IF.
           PERFORM Read-Next-Household-Member.

      *> A missing parameter file falls back to thresholds of
      *> 250,000.00 a customer and 500,000.00 a household; a zero
      *> household threshold takes the customer one.
       Read-Exposure-Parm.
           OPEN INPUT Exposure-Parm-File.
           IF Parm-File-Ok
               READ Exposure-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Parm-Customer-Threshold
                           TO Customer-Threshold
                       MOVE Parm-Household-Threshold
                           TO Household-Threshold
               END-READ
               CLOSE Exposure-Parm-File
           END-IF.
           IF Household-Threshold = 0
               MOVE Customer-Threshold TO Household-Threshold
           END-IF.

       Write-Concentration-Alert.
           MOVE Customers-Flagged TO Flagged-Display.
           MOVE Households-Flagged TO Flagged-Display-2.
           MOVE 9001 TO Alert-Err-Code.
           MOVE SPACES TO Alert-Text.
           STRING "Exposure over limit:" DELIMITED BY SIZE
               Flagged-Display " cust" DELIMITED BY SIZE
               Flagged-Display-2 " hhld" DELIMITED BY SIZE
               INTO Alert-Text
           END-STRING.
           SET Alert-Warning TO TRUE.
           PERFORM Write-Operator-Alert.

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
           MOVE "CreditExposureReport" TO Alert-Program-Id.
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
           MOVE "CreditExposureReport" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Customers-Listed TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Csv-Row-Type TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Det-Id TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Det-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Det-Officer TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Det-Od-Limit TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Det-Overdrawn TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Det-Loan-Balance TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Det-Exposure TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Det-Flag TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.

       COPY FXRATEPR.
