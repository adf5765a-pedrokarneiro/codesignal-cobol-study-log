       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaskedMasterCopy.
      *> MaskedMasterCopy builds the training and test copies of the
      *> masters so live names, streets and phone numbers never reach
      *> a training machine. It reads CUSTMSTR, ACCTMSTR, LOANMSTR and
      *> PSTJRNL and writes CUSTMASK, ACCTMASK, LOANMASK and JRNLMASK
      *> in the same layouts and keys; the operator copies those to
      *> the training machine as CUSTMSTR, ACCTMSTR, LOANMSTR and
      *> PSTJRNL. On the customer master the first and last name,
      *> the street and the phone are replaced; on the account
      *> master Acct-Customer-Name is replaced. The fake name is
      *> worked out from the customer id alone, so a customer gets
      *> the same fake name on CUSTMSTR and on every account held
      *> in that name, however many times the copy is rebuilt. Keys,
      *> the customer-id check digit, every cross-file link, city,
      *> state, zip and all amounts are carried over untouched, so every
      *> report runs and balances against the masked set exactly as
      *> it does against the live one. A customer with no street or
      *> no phone on file keeps the blank. The loan master and the
      *> posting journal carry no names and are copied whole.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

           SELECT Mask-Customer-File ASSIGN TO "CUSTMASK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Mask-Customer-Id
               FILE STATUS IS Mask-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Mask-Account-File ASSIGN TO "ACCTMASK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Mask-Acct-Number
               FILE STATUS IS Mask-File-Status.

           SELECT Loan-Master-File ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS Loan-File-Status.

           SELECT Mask-Loan-File ASSIGN TO "LOANMASK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Mask-Loan-Number
               FILE STATUS IS Mask-File-Status.

           SELECT Posted-Journal-File ASSIGN TO "PSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Mask-Journal-File ASSIGN TO "JRNLMASK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Mask-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  Mask-Customer-File.
       01 Mask-Customer-Record.
           05 Mask-Customer-Id      PIC 9(05).
           05 FILLER                PIC X(175).

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Mask-Account-File.
       01 Mask-Account-Record.
           05 Mask-Acct-Number      PIC X(15).
           05 FILLER                PIC X(185).

       FD  Loan-Master-File.
       COPY LOANREC.

       FD  Mask-Loan-File.
       01 Mask-Loan-Record.
           05 Mask-Loan-Number      PIC X(15).
           05 FILLER                PIC X(85).

       FD  Posted-Journal-File.
       COPY PSTJRNL.

       FD  Mask-Journal-File.
       01 Mask-Journal-Record PIC X(120).

       WORKING-STORAGE SECTION.
       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".
          88 Cust-File-Eof VALUE "10".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
          88 Acct-File-Eof VALUE "10".

       01 Loan-File-Status PIC X(02) VALUE "00".
          88 Loan-File-Ok VALUE "00".
          88 Loan-File-Eof VALUE "10".

       01 Jrnl-File-Status PIC X(02) VALUE "00".
          88 Jrnl-File-Ok VALUE "00".
          88 Jrnl-File-Eof VALUE "10".

       01 Mask-File-Status PIC X(02) VALUE "00".

       01 Customers-Masked PIC 9(07) VALUE 0.
       01 Accounts-Masked PIC 9(07) VALUE 0.
       01 Loans-Copied PIC 9(07) VALUE 0.
       01 Journal-Entries-Copied PIC 9(07) VALUE 0.

      *> The fake identity for one customer id: the id picks a first
      *> name, a last name and a street, and gives the house number
      *> and the last four digits of the phone.
       01 Mask-Seed-Id PIC 9(05).
       01 Mask-Seed-Split REDEFINES Mask-Seed-Id.
           05 FILLER                PIC 9(01).
           05 Mask-Seed-Last-Four   PIC 9(04).
       01 Mask-Quotient PIC 9(05).
       01 Mask-First-Sub PIC 9(02).
       01 Mask-Last-Sub PIC 9(02).
       01 Mask-Street-Sub PIC 9(02).
       01 Mask-House-Number PIC 9(04).
       01 Mask-First-Name PIC A(20).
       01 Mask-Last-Name PIC A(20).
       01 Mask-Full-Name PIC X(25).

       01 First-Name-Values.
           05 FILLER PIC X(10) VALUE "ALICE".
           05 FILLER PIC X(10) VALUE "BRIAN".
           05 FILLER PIC X(10) VALUE "CAROL".
           05 FILLER PIC X(10) VALUE "DANIEL".
           05 FILLER PIC X(10) VALUE "ELAINE".
           05 FILLER PIC X(10) VALUE "FRANK".
           05 FILLER PIC X(10) VALUE "GRACE".
           05 FILLER PIC X(10) VALUE "HENRY".
           05 FILLER PIC X(10) VALUE "IRENE".
           05 FILLER PIC X(10) VALUE "JAMES".
           05 FILLER PIC X(10) VALUE "KAREN".
           05 FILLER PIC X(10) VALUE "LOUIS".
           05 FILLER PIC X(10) VALUE "MARTHA".
           05 FILLER PIC X(10) VALUE "NORMAN".
           05 FILLER PIC X(10) VALUE "OLIVE".
           05 FILLER PIC X(10) VALUE "PETER".
           05 FILLER PIC X(10) VALUE "QUINN".
           05 FILLER PIC X(10) VALUE "ROSE".
           05 FILLER PIC X(10) VALUE "SAMUEL".
           05 FILLER PIC X(10) VALUE "TERESA".
           05 FILLER PIC X(10) VALUE "ULRIC".
           05 FILLER PIC X(10) VALUE "VERA".
           05 FILLER PIC X(10) VALUE "WALTER".
           05 FILLER PIC X(10) VALUE "YVONNE".
           05 FILLER PIC X(10) VALUE "ZACHARY".
       01 First-Name-Table REDEFINES First-Name-Values.
           05 Fake-First-Name       PIC X(10) OCCURS 25 TIMES.

       01 Last-Name-Values.
           05 FILLER PIC X(10) VALUE "ABBOTT".
           05 FILLER PIC X(10) VALUE "BARLOW".
           05 FILLER PIC X(10) VALUE "CARVER".
           05 FILLER PIC X(10) VALUE "DENTON".
           05 FILLER PIC X(10) VALUE "EASTMAN".
           05 FILLER PIC X(10) VALUE "FENWICK".
           05 FILLER PIC X(10) VALUE "GARNER".
           05 FILLER PIC X(10) VALUE "HOLLIS".
           05 FILLER PIC X(10) VALUE "INGRAM".
           05 FILLER PIC X(10) VALUE "JARVIS".
           05 FILLER PIC X(10) VALUE "KENDRICK".
           05 FILLER PIC X(10) VALUE "LANGLEY".
           05 FILLER PIC X(10) VALUE "MERCER".
           05 FILLER PIC X(10) VALUE "NEWBURY".
           05 FILLER PIC X(10) VALUE "OSBORNE".
           05 FILLER PIC X(10) VALUE "PRESCOTT".
           05 FILLER PIC X(10) VALUE "QUINLAN".
           05 FILLER PIC X(10) VALUE "RADCLIFFE".
           05 FILLER PIC X(10) VALUE "SHELBY".
           05 FILLER PIC X(10) VALUE "THORNTON".
           05 FILLER PIC X(10) VALUE "UPTON".
           05 FILLER PIC X(10) VALUE "VAUGHN".
           05 FILLER PIC X(10) VALUE "WHITLOCK".
           05 FILLER PIC X(10) VALUE "YARDLEY".
           05 FILLER PIC X(10) VALUE "ZELLER".
       01 Last-Name-Table REDEFINES Last-Name-Values.
           05 Fake-Last-Name        PIC X(10) OCCURS 25 TIMES.

       01 Street-Name-Values.
           05 FILLER PIC X(10) VALUE "OAK".
           05 FILLER PIC X(10) VALUE "MAPLE".
           05 FILLER PIC X(10) VALUE "CEDAR".
           05 FILLER PIC X(10) VALUE "PINE".
           05 FILLER PIC X(10) VALUE "ELM".
           05 FILLER PIC X(10) VALUE "BIRCH".
           05 FILLER PIC X(10) VALUE "WILLOW".
           05 FILLER PIC X(10) VALUE "ASH".
           05 FILLER PIC X(10) VALUE "SPRUCE".
           05 FILLER PIC X(10) VALUE "HICKORY".
       01 Street-Name-Table REDEFINES Street-Name-Values.
           05 Fake-Street-Name      PIC X(10) OCCURS 10 TIMES.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "===== Masked Master Copy =====".
           PERFORM Copy-Customers.
           PERFORM Copy-Accounts.
           PERFORM Copy-Loans.
           PERFORM Copy-Journal.
           DISPLAY "Customers masked: " Customers-Masked.
           DISPLAY "Accounts masked: " Accounts-Masked.
           DISPLAY "Loans copied: " Loans-Copied.
           DISPLAY "Journal entries copied: " Journal-Entries-Copied.
           DISPLAY "Copy CUSTMASK, ACCTMASK, LOANMASK and JRNLMASK to"
               " the training machine as CUSTMSTR, ACCTMSTR, LOANMSTR"
               " and PSTJRNL.".
           STOP RUN.

      *> Without the customer and account masters there is no
      *> training set worth building.
       Copy-Customers.
           OPEN INPUT Customer-Master-File.
           IF NOT Cust-File-Ok
               DISPLAY "No customer-master file to mask."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Mask-Customer-File.
           MOVE LOW-VALUES TO CUSTOMER-ID.
           START Customer-Master-File
               KEY IS GREATER THAN CUSTOMER-ID
               INVALID KEY
                   SET Cust-File-Eof TO TRUE
           END-START.
           IF Cust-File-Ok
               PERFORM Read-Next-Customer
           END-IF.
           PERFORM Mask-One-Customer UNTIL Cust-File-Eof.
           CLOSE Customer-Master-File.
           CLOSE Mask-Customer-File.

       Read-Next-Customer.
           READ Customer-Master-File NEXT RECORD
               AT END
                   SET Cust-File-Eof TO TRUE
           END-READ.

       Mask-One-Customer.
           MOVE CUSTOMER-ID TO Mask-Seed-Id.
           PERFORM Build-Fake-Identity.
           MOVE Mask-First-Name TO CUSTOMER-FIRST-NAME.
           MOVE Mask-Last-Name TO CUSTOMER-LAST-NAME.
           IF CUSTOMER-STREET NOT = SPACES
               MOVE SPACES TO CUSTOMER-STREET
               STRING Mask-House-Number DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Fake-Street-Name(Mask-Street-Sub)
                       DELIMITED BY SPACE
                   " ST" DELIMITED BY SIZE
                   INTO CUSTOMER-STREET
               END-STRING
           END-IF.
           IF CUSTOMER-PHONE NOT = SPACES
               MOVE SPACES TO CUSTOMER-PHONE
               STRING "555-555-" DELIMITED BY SIZE
                   Mask-Seed-Last-Four DELIMITED BY SIZE
                   INTO CUSTOMER-PHONE
               END-STRING
           END-IF.
           WRITE Mask-Customer-Record FROM CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "  Could not write masked customer "
                       CUSTOMER-ID
           END-WRITE.
           ADD 1 TO Customers-Masked.
           PERFORM Read-Next-Customer.

      *> The name on the account is the fake name of its primary
      *> holder, first name then last name - the way
      *> AccountApplication builds it from the customer master.
       Copy-Accounts.
           OPEN INPUT Account-Master-File.
           IF NOT Acct-File-Ok
               DISPLAY "No account-master file to mask."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Mask-Account-File.
           MOVE LOW-VALUES TO Acct-Number.
           START Account-Master-File
               KEY IS GREATER THAN Acct-Number
               INVALID KEY
                   SET Acct-File-Eof TO TRUE
           END-START.
           IF Acct-File-Ok
               PERFORM Read-Next-Account
           END-IF.
           PERFORM Mask-One-Account UNTIL Acct-File-Eof.
           CLOSE Account-Master-File.
           CLOSE Mask-Account-File.

       Read-Next-Account.
           READ Account-Master-File NEXT RECORD
               AT END
                   SET Acct-File-Eof TO TRUE
           END-READ.

       Mask-One-Account.
           MOVE Acct-Customer-Id TO Mask-Seed-Id.
           PERFORM Build-Fake-Identity.
           MOVE Mask-Full-Name TO Acct-Customer-Name.
           WRITE Mask-Account-Record FROM Acct-Master-Record
               INVALID KEY
                   DISPLAY "  Could not write masked account "
                       Acct-Number
           END-WRITE.
           ADD 1 TO Accounts-Masked.
           PERFORM Read-Next-Account.

       Build-Fake-Identity.
           DIVIDE Mask-Seed-Id BY 25 GIVING Mask-Quotient
               REMAINDER Mask-First-Sub.
           ADD 1 TO Mask-First-Sub.
           DIVIDE Mask-Quotient BY 25 GIVING Mask-Quotient
               REMAINDER Mask-Last-Sub.
           ADD 1 TO Mask-Last-Sub.
           DIVIDE Mask-Seed-Id BY 10 GIVING Mask-Quotient
               REMAINDER Mask-Street-Sub.
           ADD 1 TO Mask-Street-Sub.
           DIVIDE Mask-Seed-Id BY 9000 GIVING Mask-Quotient
               REMAINDER Mask-House-Number.
           ADD 1000 TO Mask-House-Number.
           MOVE Fake-First-Name(Mask-First-Sub) TO Mask-First-Name.
           MOVE Fake-Last-Name(Mask-Last-Sub) TO Mask-Last-Name.
           MOVE SPACES TO Mask-Full-Name.
           STRING Mask-First-Name DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               Mask-Last-Name DELIMITED BY SPACE
               INTO Mask-Full-Name
           END-STRING.

      *> A site with no loans or no journal yet still gets its
      *> customer and account copies.
       Copy-Loans.
           OPEN INPUT Loan-Master-File.
           IF NOT Loan-File-Ok
               DISPLAY "No loan-master file - LOANMASK not built."
           ELSE
               OPEN OUTPUT Mask-Loan-File
               MOVE LOW-VALUES TO LOAN-NUMBER
               START Loan-Master-File
                   KEY IS GREATER THAN LOAN-NUMBER
                   INVALID KEY
                       SET Loan-File-Eof TO TRUE
               END-START
               IF Loan-File-Ok
                   PERFORM Read-Next-Loan
               END-IF
               PERFORM Copy-One-Loan UNTIL Loan-File-Eof
               CLOSE Loan-Master-File
               CLOSE Mask-Loan-File
           END-IF.

       Read-Next-Loan.
           READ Loan-Master-File NEXT RECORD
               AT END
                   SET Loan-File-Eof TO TRUE
           END-READ.

       Copy-One-Loan.
           WRITE Mask-Loan-Record FROM Loan-Master-Record
               INVALID KEY
                   DISPLAY "  Could not write loan " Loan-Number
           END-WRITE.
           ADD 1 TO Loans-Copied.
           PERFORM Read-Next-Loan.

       Copy-Journal.
           OPEN INPUT Posted-Journal-File.
           IF NOT Jrnl-File-Ok
               DISPLAY "No posting journal - JRNLMASK not built."
           ELSE
               OPEN OUTPUT Mask-Journal-File
               PERFORM Read-Next-Journal-Entry
               PERFORM Copy-One-Journal-Entry UNTIL Jrnl-File-Eof
               CLOSE Posted-Journal-File
               CLOSE Mask-Journal-File
           END-IF.

       Read-Next-Journal-Entry.
           READ Posted-Journal-File
               AT END
                   SET Jrnl-File-Eof TO TRUE
           END-READ.

       Copy-One-Journal-Entry.
           WRITE Mask-Journal-Record FROM Posted-Journal-Record.
           ADD 1 TO Journal-Entries-Copied.
           PERFORM Read-Next-Journal-Entry.
