       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerEstateConvert.
      *> CustomerEstateConvert is the one-time conversion behind the
      *> CUSTREC deceased-customer restructure: it reads the
      *> customer master in its old 136-byte shape and writes every
      *> record to a new-format customer file (CUSTNEW2) the
      *> operator swaps in as CUSTMSTR - the same pattern
      *> CustomerMasterConvert set for the last restructure. The
      *> old record is the leading 136 bytes of the new one
      *> unchanged, so it is carried across whole; every converted
      *> customer starts not deceased, with a zero date of death
      *> and the trailing reserve at spaces.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Old-Customer-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Customer-Id
               FILE STATUS IS Old-File-Status.

           SELECT New-Customer-File ASSIGN TO "CUSTNEW2"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS New-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Old-Customer-File.
       01 Old-Customer-Record.
           05 Old-Customer-Id       PIC 9(05).
           05 Old-Customer-Data     PIC X(131).

       FD  New-Customer-File.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01 Old-File-Status PIC X(02) VALUE "00".
          88 Old-File-Ok VALUE "00".
          88 Old-File-Eof VALUE "10".

       01 New-File-Status PIC X(02) VALUE "00".

       01 Records-Converted PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           OPEN INPUT Old-Customer-File.
           IF Old-File-Status = "35"
               DISPLAY "No customer-master file to convert."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT New-Customer-File.
           DISPLAY "===== Customer Estate Conversion =====".
           MOVE LOW-VALUES TO Old-Customer-Id.
           START Old-Customer-File
               KEY IS GREATER THAN Old-Customer-Id
               INVALID KEY
                   SET Old-File-Eof TO TRUE
           END-START.
           IF Old-File-Ok
               PERFORM Read-Next-Old-Customer
           END-IF.
           PERFORM Convert-One-Customer UNTIL Old-File-Eof.
           CLOSE Old-Customer-File.
           CLOSE New-Customer-File.
           DISPLAY "Records converted: " Records-Converted.
           DISPLAY "Swap CUSTNEW2 in as CUSTMSTR to finish.".
           STOP RUN.

       Read-Next-Old-Customer.
           READ Old-Customer-File NEXT RECORD
               AT END
                   SET Old-File-Eof TO TRUE
           END-READ.

       Convert-One-Customer.
           MOVE SPACES TO CUSTOMER-RECORD.
           MOVE Old-Customer-Record TO CUSTOMER-RECORD(1:136).
           MOVE "N" TO CUSTOMER-DECEASED-FLAG.
           MOVE 0 TO CUSTOMER-DATE-OF-DEATH.
           WRITE CUSTOMER-RECORD.
           ADD 1 TO Records-Converted.
           PERFORM Read-Next-Old-Customer.
