       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesOrderConvert.
      *> SalesOrderConvert is the one-time conversion behind the
      *> SORDREC pricing and credit-hold restructure: it reads the
      *> sales-order file in its old 48-byte shape and writes every
      *> line to a new-format sales-order file (SORDNEW) the
      *> operator swaps in as SALESORD - the same pattern
      *> LoanMasterConvert set for the loan master. The old record
      *> is the leading 48 bytes of the new one unchanged, so it is
      *> carried across whole; every converted line starts with a
      *> zero unit price and a blank price source (so it is priced
      *> at invoicing), and with no hold reason or hold date.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Old-Order-File ASSIGN TO "SALESORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Order-Key
               FILE STATUS IS Old-File-Status.

           SELECT New-Order-File ASSIGN TO "SORDNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLS-ORDER-KEY
               FILE STATUS IS New-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Old-Order-File.
       01 Old-Order-Record.
           05 Old-Order-Key         PIC X(09).
           05 Old-Order-Data        PIC X(39).

       FD  New-Order-File.
       COPY SORDREC.

       WORKING-STORAGE SECTION.
       01 Old-File-Status PIC X(02) VALUE "00".
          88 Old-File-Ok VALUE "00".
          88 Old-File-Eof VALUE "10".

       01 New-File-Status PIC X(02) VALUE "00".

       01 Records-Converted PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           OPEN INPUT Old-Order-File.
           IF Old-File-Status = "35"
               DISPLAY "No sales-order file to convert."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT New-Order-File.
           DISPLAY "===== Sales Order Conversion =====".
           MOVE LOW-VALUES TO Old-Order-Key.
           START Old-Order-File
               KEY IS GREATER THAN Old-Order-Key
               INVALID KEY
                   SET Old-File-Eof TO TRUE
           END-START.
           IF Old-File-Ok
               PERFORM Read-Next-Old-Order
           END-IF.
           PERFORM Convert-One-Order UNTIL Old-File-Eof.
           CLOSE Old-Order-File.
           CLOSE New-Order-File.
           DISPLAY "Records converted: " Records-Converted.
           DISPLAY "Swap SORDNEW in as SALESORD to finish.".
           STOP RUN.

       Read-Next-Old-Order.
           READ Old-Order-File NEXT RECORD
               AT END
                   SET Old-File-Eof TO TRUE
           END-READ.

       Convert-One-Order.
           MOVE SPACES TO Sales-Order-Record.
           MOVE Old-Order-Record TO Sales-Order-Record(1:48).
           MOVE 0 TO Sls-Unit-Price.
           MOVE SPACE TO Sls-Price-Source.
           MOVE SPACE TO Sls-Hold-Reason.
           MOVE 0 TO Sls-Hold-Date.
           WRITE Sales-Order-Record.
           ADD 1 TO Records-Converted.
           PERFORM Read-Next-Old-Order.
