      *> 2026-09-02: The officer's branch code is now validated
      *> against the BRNCHCTL branch master - it must exist and be
      *> open. No branch master yet means no validation.
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

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.
       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       FD  MAINT-AUDIT-FILE.
       COPY MNTAUDIT.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "O" TO Signon-Function-Letter.
           MOVE "OfficerMaintenance" TO Signon-Program-Id.
           MOVE "OfficerMaintenance" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           PERFORM Open-Officer-File.
