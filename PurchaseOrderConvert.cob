       IDENTIFICATION DIVISION.
       PROGRAM-ID. PurchaseOrderConvert.
      *> PurchaseOrderConvert is the one-time conversion behind the
      *> PORDREC vendor and dating restructure: it reads the
      *> purchase-order file in its old 40-byte shape and writes
      *> every line to a new-format purchase-order file (PONEW) the
      *> operator swaps in as POORDER - the same pattern
      *> LoanMasterConvert set for the loan master. The old record
      *> is the leading 40 bytes of the new one unchanged, so it is
      *> carried across whole; every converted line starts with no
      *> vendor, nothing invoiced, and a zero order and promised
      *> date.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Old-Po-File ASSIGN TO "POORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Po-Key
               FILE STATUS IS Old-File-Status.

           SELECT New-Po-File ASSIGN TO "PONEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-ORDER-KEY
               FILE STATUS IS New-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Old-Po-File.
       01 Old-Po-Record.
           05 Old-Po-Key            PIC X(09).
           05 Old-Po-Data           PIC X(31).

       FD  New-Po-File.
       COPY PORDREC.

       WORKING-STORAGE SECTION.
       01 Old-File-Status PIC X(02) VALUE "00".
          88 Old-File-Ok VALUE "00".
          88 Old-File-Eof VALUE "10".

       01 New-File-Status PIC X(02) VALUE "00".

       01 Records-Converted PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           OPEN INPUT Old-Po-File.
           IF Old-File-Status = "35"
               DISPLAY "No purchase-order file to convert."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT New-Po-File.
           DISPLAY "===== Purchase Order Conversion =====".
           MOVE LOW-VALUES TO Old-Po-Key.
           START Old-Po-File
               KEY IS GREATER THAN Old-Po-Key
               INVALID KEY
                   SET Old-File-Eof TO TRUE
           END-START.
           IF Old-File-Ok
               PERFORM Read-Next-Old-Po
           END-IF.
           PERFORM Convert-One-Po UNTIL Old-File-Eof.
           CLOSE Old-Po-File.
           CLOSE New-Po-File.
           DISPLAY "Records converted: " Records-Converted.
           DISPLAY "Swap PONEW in as POORDER to finish.".
           STOP RUN.

       Read-Next-Old-Po.
           READ Old-Po-File NEXT RECORD
               AT END
                   SET Old-File-Eof TO TRUE
           END-READ.

       Convert-One-Po.
           MOVE SPACES TO Purchase-Order-Record.
           MOVE Old-Po-Record TO Purchase-Order-Record(1:40).
           MOVE 0 TO Po-Vendor-Id.
           MOVE 0 TO Po-Qty-Invoiced.
           MOVE 0 TO Po-Order-Date.
           MOVE 0 TO Po-Promised-Date.
           WRITE Purchase-Order-Record.
           ADD 1 TO Records-Converted.
           PERFORM Read-Next-Old-Po.
