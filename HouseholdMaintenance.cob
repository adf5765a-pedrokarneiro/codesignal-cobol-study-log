      *> rebuild-in-place shape FundsHoldUpdate uses.
      *> Maintenance History
      *> 2026-09-02: Initial version.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Security-Log-File ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sec-Log-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Household-File.
       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       WORKING-STORAGE SECTION.
       01 Alert-File-Status PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "C" TO Signon-Function-Letter.
           MOVE "HouseholdMaintenance" TO Signon-Program-Id.
           PERFORM Operator-Sign-On.
           PERFORM Load-Household-Table.
           PERFORM Run-Menu UNTIL Menu-Quit.
