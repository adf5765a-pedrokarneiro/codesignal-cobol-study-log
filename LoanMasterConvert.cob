       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanMasterConvert.
      *> LoanMasterConvert is the one-time conversion behind the
      *> LOANREC delinquency restructure: it reads the loan master in
      *> its old 53-byte shape and writes every record to a
      *> new-format loan file (LOANNEW) the operator swaps in as
      *> LOANMSTR - the same pattern AccountRestrictConvert set for
      *> the account master. The old record is the leading 53 bytes
      *> of the new one unchanged, so it is carried across whole;
      *> every converted loan starts with no days past due and no
      *> late charges, and the trailing reserve at spaces. The next
      *> LoanDelinquency run ages it from its due date.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Old-Loan-File ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Loan-Number
               FILE STATUS IS Old-File-Status.

           SELECT New-Loan-File ASSIGN TO "LOANNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS New-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Old-Loan-File.
       01 Old-Loan-Record.
           05 Old-Loan-Number       PIC X(15).
           05 Old-Loan-Data         PIC X(38).

       FD  New-Loan-File.
       COPY LOANREC.

       WORKING-STORAGE SECTION.
       01 Old-File-Status PIC X(02) VALUE "00".
          88 Old-File-Ok VALUE "00".
          88 Old-File-Eof VALUE "10".

       01 New-File-Status PIC X(02) VALUE "00".

       01 Records-Converted PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           OPEN INPUT Old-Loan-File.
           IF Old-File-Status = "35"
               DISPLAY "No loan-master file to convert."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT New-Loan-File.
           DISPLAY "===== Loan Delinquency Conversion =====".
           MOVE LOW-VALUES TO Old-Loan-Number.
           START Old-Loan-File
               KEY IS GREATER THAN Old-Loan-Number
               INVALID KEY
                   SET Old-File-Eof TO TRUE
           END-START.
           IF Old-File-Ok
               PERFORM Read-Next-Old-Loan
           END-IF.
           PERFORM Convert-One-Loan UNTIL Old-File-Eof.
           CLOSE Old-Loan-File.
           CLOSE New-Loan-File.
           DISPLAY "Records converted: " Records-Converted.
           DISPLAY "Swap LOANNEW in as LOANMSTR to finish.".
           STOP RUN.

       Read-Next-Old-Loan.
           READ Old-Loan-File NEXT RECORD
               AT END
                   SET Old-File-Eof TO TRUE
           END-READ.

       Convert-One-Loan.
           MOVE SPACES TO Loan-Master-Record.
           MOVE Old-Loan-Record TO Loan-Master-Record(1:53).
           MOVE 0 TO Loan-Days-Past-Due.
           MOVE 0 TO Loan-Late-Charge-Due.
           MOVE 0 TO Loan-Late-Charge-Date.
           WRITE Loan-Master-Record.
           ADD 1 TO Records-Converted.
           PERFORM Read-Next-Old-Loan.
