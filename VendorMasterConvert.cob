       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorMasterConvert.
      *> VendorMasterConvert is the one-time conversion behind the
      *> VENDREC payment-terms addition: it reads the vendor master
      *> in its old 39-byte shape and writes every record to a
      *> new-format vendor file (VENDNEW) the operator swaps in as
      *> VENDMSTR - the same pattern LoanMasterConvert set for the
      *> loan master. The old record is the leading 39 bytes of the
      *> new one unchanged, so it is carried across whole; every
      *> converted vendor starts with zero payment terms (due on
      *> receipt) until VendorMaintenance keys its real terms.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Old-Vendor-File ASSIGN TO "VENDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Vend-Id
               FILE STATUS IS Old-File-Status.

           SELECT New-Vendor-File ASSIGN TO "VENDNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS New-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Old-Vendor-File.
       01 Old-Vendor-Record.
           05 Old-Vend-Id           PIC X(05).
           05 Old-Vend-Data         PIC X(34).

       FD  New-Vendor-File.
       COPY VENDREC.

       WORKING-STORAGE SECTION.
       01 Old-File-Status PIC X(02) VALUE "00".
          88 Old-File-Ok VALUE "00".
          88 Old-File-Eof VALUE "10".

       01 New-File-Status PIC X(02) VALUE "00".

       01 Records-Converted PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           OPEN INPUT Old-Vendor-File.
           IF Old-File-Status = "35"
               DISPLAY "No vendor-master file to convert."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT New-Vendor-File.
           DISPLAY "===== Vendor Payment Terms Conversion =====".
           MOVE LOW-VALUES TO Old-Vend-Id.
           START Old-Vendor-File
               KEY IS GREATER THAN Old-Vend-Id
               INVALID KEY
                   SET Old-File-Eof TO TRUE
           END-START.
           IF Old-File-Ok
               PERFORM Read-Next-Old-Vendor
           END-IF.
           PERFORM Convert-One-Vendor UNTIL Old-File-Eof.
           CLOSE Old-Vendor-File.
           CLOSE New-Vendor-File.
           DISPLAY "Records converted: " Records-Converted.
           DISPLAY "Swap VENDNEW in as VENDMSTR to finish.".
           STOP RUN.

       Read-Next-Old-Vendor.
           READ Old-Vendor-File NEXT RECORD
               AT END
                   SET Old-File-Eof TO TRUE
           END-READ.

       Convert-One-Vendor.
           MOVE SPACES TO Vendor-Master-Record.
           MOVE Old-Vendor-Record TO Vendor-Master-Record(1:39).
           MOVE 0 TO Vend-Payment-Terms.
           WRITE Vendor-Master-Record.
           ADD 1 TO Records-Converted.
           PERFORM Read-Next-Old-Vendor.
