       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositInsuranceReport.
      *> DepositInsuranceReport answers the examiners' question of how
      *> much of the deposit base sits over the insurance limit,
      *> which used to be a hand calculation. Every open account on
      *> ACCTMSTR is credited to its owners by ownership category: a
      *> single account (no Acct-Second-Customer-Id) wholly to
      *> Acct-Customer-Id, a joint account split in equal shares
      *> across both holders. A term deposit counts its accrued
      *> interest along with its balance, as the regulation requires;
      *> an overdrawn account adds nothing. Each customer's total in
      *> each category is insured up to the coverage limit held on
      *> the DINSPARM parameter file, and the DINSRPT report lists
      *> the insured and uninsured amounts per customer and category,
      *> grouped under the branch of the customer's first account,
      *> with branch subtotals and a bank total.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the DINSCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per depositor
      *> category.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Insurance-Parm-File ASSIGN TO "DINSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

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

           SELECT Report-Print-File ASSIGN TO "DINSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "DINSCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Insurance-Parm-File.
       01 Insurance-Parm-Record.
           05 Parm-Coverage-Limit   PIC 9(09)V99.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
          88 Acct-File-Eof VALUE "10".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".
       01 Cust-File-Open-Switch PIC X(01) VALUE "N".
          88 Cust-File-Is-Open VALUE "Y".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Coverage-Limit PIC 9(09)V99 VALUE 250000.

       01 Account-Deposit PIC S9(9)V99.
       01 First-Share PIC S9(9)V99.
       01 Second-Share PIC S9(9)V99.
       01 Work-Customer-Id PIC 9(05).
       01 Work-Share PIC S9(9)V99.
       01 Work-Category PIC X(01).
          88 Work-Single VALUE "S".
          88 Work-Joint VALUE "J".

      *> One slot per depositor, added on first sight; the branch is
      *> the branch of the first account the scan credits to them.
       01 Max-Depositors PIC 9(04) VALUE 2000.
       01 Depositor-Count PIC 9(04) VALUE 0.
       01 Depositor-Sub PIC 9(04).
       01 Depositor-Scan-Sub PIC 9(04).
       01 Depositor-Found-Switch PIC X(01) VALUE "N".
          88 Depositor-Is-Found VALUE "Y".
       01 Depositor-Table.
           05 Depositor-Entry OCCURS 2000 TIMES.
              10 Tbl-Dep-Customer-Id   PIC 9(05).
              10 Tbl-Dep-Branch        PIC X(05).
              10 Tbl-Dep-Single-Total  PIC S9(11)V99.
              10 Tbl-Dep-Joint-Total   PIC S9(11)V99.

       01 Max-Branches PIC 9(02) VALUE 50.
       01 Branch-Count PIC 9(02) VALUE 0.
       01 Branch-Sub PIC 9(02).
       01 Branch-Scan-Sub PIC 9(02).
       01 Branch-Found-Switch PIC X(01) VALUE "N".
          88 Branch-Is-Found VALUE "Y".
       01 Branch-Table.
           05 Branch-Entry OCCURS 50 TIMES.
              10 Tbl-Branch-Code       PIC X(05).

       01 Category-Total PIC S9(11)V99.
       01 Category-Insured PIC S9(11)V99.
       01 Category-Uninsured PIC S9(11)V99.

       01 Branch-Deposits PIC S9(13)V99.
       01 Branch-Insured PIC S9(13)V99.
       01 Branch-Uninsured PIC S9(13)V99.
       01 Bank-Deposits PIC S9(13)V99 VALUE 0.
       01 Bank-Insured PIC S9(13)V99 VALUE 0.
       01 Bank-Uninsured PIC S9(13)V99 VALUE 0.

       01 Accounts-Counted PIC 9(07) VALUE 0.

       01 Limit-Line.
           05 FILLER               PIC X(20)
              VALUE "  COVERAGE LIMIT ".
           05 Lim-Coverage-Limit   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(32)
              VALUE " PER DEPOSITOR PER CATEGORY".

       01 Column-Line.
           05 FILLER               PIC X(09) VALUE "  BRANCH".
           05 FILLER               PIC X(07) VALUE "CUST".
           05 FILLER               PIC X(41) VALUE "NAME".
           05 FILLER               PIC X(08) VALUE "CAT".
           05 FILLER               PIC X(19)
              VALUE "        DEPOSITS".
           05 FILLER               PIC X(19)
              VALUE "         INSURED".
           05 FILLER               PIC X(17)
              VALUE "       UNINSURED".

       01 Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Branch           PIC X(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Customer-Id      PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-First-Name       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Last-Name        PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Category         PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Deposits         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Insured          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Uninsured        PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01 Total-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tot-Label            PIC X(64).
           05 Tot-Deposits         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tot-Insured          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tot-Uninsured        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Read-Business-Date.
           PERFORM Read-Insurance-Parm.
           OPEN INPUT Account-Master-File.
           IF Acct-File-Status = "35"
               DISPLAY "No account-master file to report."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM Scan-Accounts.
           CLOSE Account-Master-File.
           OPEN INPUT Customer-Master-File.
           IF Cust-File-Ok
               SET Cust-File-Is-Open TO TRUE
           END-IF.
           OPEN OUTPUT Report-Print-File.
           MOVE "DEPOSIT INSURANCE COVERAGE" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "BRANCH," "CUSTOMER," "FIRST NAME," "LAST NAME,"
               "CATEGORY," "DEPOSITS," "INSURED," "UNINSURED"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Coverage-Limit TO Lim-Coverage-Limit.
           MOVE Limit-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Column-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Print-One-Branch
               VARYING Branch-Sub FROM 1 BY 1
               UNTIL Branch-Sub > Branch-Count.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "BANK TOTAL" TO Tot-Label.
           MOVE Bank-Deposits TO Tot-Deposits.
           MOVE Bank-Insured TO Tot-Insured.
           MOVE Bank-Uninsured TO Tot-Uninsured.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           IF Cust-File-Is-Open
               CLOSE Customer-Master-File
           END-IF.
           DISPLAY "Accounts counted: " Accounts-Counted.
           DISPLAY "Depositors: " Depositor-Count.
           STOP RUN.

      *> A missing parameter file falls back to the standard
      *> $250,000 coverage limit.
       Read-Insurance-Parm.
           OPEN INPUT Insurance-Parm-File.
           IF Parm-File-Ok
               READ Insurance-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Parm-Coverage-Limit TO Coverage-Limit
               END-READ
               CLOSE Insurance-Parm-File
           END-IF.

       Scan-Accounts.
           MOVE LOW-VALUES TO Acct-Number.
           START Account-Master-File KEY IS GREATER THAN Acct-Number
               INVALID KEY
                   SET Acct-File-Eof TO TRUE
           END-START.
           IF Acct-File-Ok
               PERFORM Read-Next-Account
           END-IF.
           PERFORM Count-One-Account UNTIL Acct-File-Eof.

       Read-Next-Account.
           READ Account-Master-File NEXT RECORD
               AT END
                   SET Acct-File-Eof TO TRUE
           END-READ.

      *> A joint account splits evenly; the odd cent of an uneven
      *> split goes to the second holder.
       Count-One-Account.
           IF NOT Acct-Closed
               MOVE Acct-Balance TO Account-Deposit
               IF Acct-Type-Term
                   ADD Acct-Accrued-Interest TO Account-Deposit
               END-IF
               IF Account-Deposit < 0
                   MOVE 0 TO Account-Deposit
               END-IF
               ADD 1 TO Accounts-Counted
               IF Acct-Second-Customer-Id = 0
                   SET Work-Single TO TRUE
                   MOVE Acct-Customer-Id TO Work-Customer-Id
                   MOVE Account-Deposit TO Work-Share
                   PERFORM Credit-Depositor
               ELSE
                   SET Work-Joint TO TRUE
                   DIVIDE Account-Deposit BY 2 GIVING First-Share
                   SUBTRACT First-Share FROM Account-Deposit
                       GIVING Second-Share
                   MOVE Acct-Customer-Id TO Work-Customer-Id
                   MOVE First-Share TO Work-Share
                   PERFORM Credit-Depositor
                   MOVE Acct-Second-Customer-Id TO Work-Customer-Id
                   MOVE Second-Share TO Work-Share
                   PERFORM Credit-Depositor
               END-IF
           END-IF.
           PERFORM Read-Next-Account.

       Credit-Depositor.
           PERFORM Find-Depositor-Entry.
           IF Work-Single
               ADD Work-Share TO Tbl-Dep-Single-Total(Depositor-Sub)
           ELSE
               ADD Work-Share TO Tbl-Dep-Joint-Total(Depositor-Sub)
           END-IF.

       Find-Depositor-Entry.
           MOVE "N" TO Depositor-Found-Switch.
           PERFORM Check-One-Depositor
               VARYING Depositor-Scan-Sub FROM 1 BY 1
               UNTIL Depositor-Scan-Sub > Depositor-Count
               OR Depositor-Is-Found.
           IF NOT Depositor-Is-Found
               IF Depositor-Count = Max-Depositors
                   DISPLAY "More than " Max-Depositors
                       " depositors - refusing rather than report"
                       " a partial deposit base."
                   CLOSE Account-Master-File
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO Depositor-Count
               MOVE Depositor-Count TO Depositor-Sub
               MOVE Work-Customer-Id
                   TO Tbl-Dep-Customer-Id(Depositor-Sub)
               MOVE Acct-Branch-Code TO Tbl-Dep-Branch(Depositor-Sub)
               MOVE 0 TO Tbl-Dep-Single-Total(Depositor-Sub)
               MOVE 0 TO Tbl-Dep-Joint-Total(Depositor-Sub)
               PERFORM Find-Branch-Entry
           END-IF.

       Check-One-Depositor.
           IF Tbl-Dep-Customer-Id(Depositor-Scan-Sub)
               = Work-Customer-Id
               SET Depositor-Is-Found TO TRUE
               MOVE Depositor-Scan-Sub TO Depositor-Sub
           END-IF.

       Find-Branch-Entry.
           MOVE "N" TO Branch-Found-Switch.
           PERFORM Check-One-Branch-Entry
               VARYING Branch-Scan-Sub FROM 1 BY 1
               UNTIL Branch-Scan-Sub > Branch-Count
               OR Branch-Is-Found.
           IF NOT Branch-Is-Found
               IF Branch-Count = Max-Branches
                   DISPLAY "More than " Max-Branches
                       " branches - refusing rather than report"
                       " a partial deposit base."
                   CLOSE Account-Master-File
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO Branch-Count
               MOVE Acct-Branch-Code TO Tbl-Branch-Code(Branch-Count)
           END-IF.

       Check-One-Branch-Entry.
           IF Tbl-Branch-Code(Branch-Scan-Sub) = Acct-Branch-Code
               SET Branch-Is-Found TO TRUE
           END-IF.

       Print-One-Branch.
           MOVE 0 TO Branch-Deposits.
           MOVE 0 TO Branch-Insured.
           MOVE 0 TO Branch-Uninsured.
           PERFORM Print-One-Depositor
               VARYING Depositor-Sub FROM 1 BY 1
               UNTIL Depositor-Sub > Depositor-Count.
           MOVE SPACES TO Tot-Label.
           STRING "BRANCH " DELIMITED BY SIZE
               Tbl-Branch-Code(Branch-Sub) DELIMITED BY SIZE
               " SUBTOTAL" DELIMITED BY SIZE
               INTO Tot-Label
           END-STRING.
           MOVE Branch-Deposits TO Tot-Deposits.
           MOVE Branch-Insured TO Tot-Insured.
           MOVE Branch-Uninsured TO Tot-Uninsured.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           ADD Branch-Deposits TO Bank-Deposits.
           ADD Branch-Insured TO Bank-Insured.
           ADD Branch-Uninsured TO Bank-Uninsured.

       Print-One-Depositor.
           IF Tbl-Dep-Branch(Depositor-Sub)
               = Tbl-Branch-Code(Branch-Sub)
               PERFORM Load-Depositor-Name
               IF Tbl-Dep-Single-Total(Depositor-Sub) > 0
                   MOVE "SINGLE" TO Det-Category
                   MOVE Tbl-Dep-Single-Total(Depositor-Sub)
                       TO Category-Total
                   PERFORM Print-Category-Line
               END-IF
               IF Tbl-Dep-Joint-Total(Depositor-Sub) > 0
                   MOVE "JOINT" TO Det-Category
                   MOVE Tbl-Dep-Joint-Total(Depositor-Sub)
                       TO Category-Total
                   PERFORM Print-Category-Line
               END-IF
           END-IF.

       Load-Depositor-Name.
           MOVE Tbl-Dep-Branch(Depositor-Sub) TO Det-Branch.
           MOVE Tbl-Dep-Customer-Id(Depositor-Sub) TO Det-Customer-Id.
           MOVE SPACES TO Det-First-Name.
           MOVE "(not on customer file)" TO Det-Last-Name.
           IF Cust-File-Is-Open
               MOVE Tbl-Dep-Customer-Id(Depositor-Sub) TO CUSTOMER-ID
               READ Customer-Master-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMER-FIRST-NAME TO Det-First-Name
                       MOVE CUSTOMER-LAST-NAME TO Det-Last-Name
               END-READ
           END-IF.

      *> Each ownership category is insured separately up to the
      *> limit; anything above it is uninsured.
       Print-Category-Line.
           IF Category-Total > Coverage-Limit
               MOVE Coverage-Limit TO Category-Insured
           ELSE
               MOVE Category-Total TO Category-Insured
           END-IF.
           SUBTRACT Category-Insured FROM Category-Total
               GIVING Category-Uninsured.
           MOVE Category-Total TO Det-Deposits.
           MOVE Category-Insured TO Det-Insured.
           MOVE Category-Uninsured TO Det-Uninsured.
           MOVE Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.
           ADD Category-Total TO Branch-Deposits.
           ADD Category-Insured TO Branch-Insured.
           ADD Category-Uninsured TO Branch-Uninsured.

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

       Build-Csv-Row.
           MOVE Det-Branch TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Det-Customer-Id TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Det-First-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Det-Last-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Det-Category TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Category-Total TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Category-Insured TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Category-Uninsured TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
