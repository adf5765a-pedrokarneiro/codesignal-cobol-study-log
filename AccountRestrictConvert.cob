       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountRestrictConvert.
      *> AccountRestrictConvert is the one-time conversion behind the
      *> ACCTREC restriction-flag restructure: it reads the account
      *> master in its old 168-byte shape and writes every record to
      *> a new-format account file (ACCTNEW3) the operator swaps in
      *> as ACCTMSTR - the same pattern AccountMasterConvert set for
      *> the last restructure. The old record is the leading 168
      *> bytes of the new one unchanged, so it is carried across
      *> whole; every converted account starts unrestricted, with a
      *> zero restriction date and the trailing reserve at spaces.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Old-Account-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Acct-Number
               FILE STATUS IS Old-File-Status.

           SELECT New-Account-File ASSIGN TO "ACCTNEW3"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS New-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Old-Account-File.
       01 Old-Account-Record.
           05 Old-Acct-Number       PIC X(15).
           05 Old-Account-Data      PIC X(153).

       FD  New-Account-File.
       COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01 Old-File-Status PIC X(02) VALUE "00".
          88 Old-File-Ok VALUE "00".
          88 Old-File-Eof VALUE "10".

       01 New-File-Status PIC X(02) VALUE "00".

       01 Records-Converted PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           OPEN INPUT Old-Account-File.
           IF Old-File-Status = "35"
               DISPLAY "No account-master file to convert."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT New-Account-File.
           DISPLAY "===== Account Restriction Conversion =====".
           MOVE LOW-VALUES TO Old-Acct-Number.
           START Old-Account-File
               KEY IS GREATER THAN Old-Acct-Number
               INVALID KEY
                   SET Old-File-Eof TO TRUE
           END-START.
           IF Old-File-Ok
               PERFORM Read-Next-Old-Account
           END-IF.
           PERFORM Convert-One-Account UNTIL Old-File-Eof.
           CLOSE Old-Account-File.
           CLOSE New-Account-File.
           DISPLAY "Records converted: " Records-Converted.
           DISPLAY "Swap ACCTNEW3 in as ACCTMSTR to finish.".
           STOP RUN.

       Read-Next-Old-Account.
           READ Old-Account-File NEXT RECORD
               AT END
                   SET Old-File-Eof TO TRUE
           END-READ.

       Convert-One-Account.
           MOVE SPACES TO Acct-Master-Record.
           MOVE Old-Account-Record TO Acct-Master-Record(1:168).
           MOVE SPACE TO Acct-Restrict-Flag.
           MOVE 0 TO Acct-Restrict-Date.
           WRITE Acct-Master-Record.
           ADD 1 TO Records-Converted.
           PERFORM Read-Next-Old-Account.
