      *> repoints them.
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
           MOVE "B" TO Signon-Function-Letter.
           MOVE "BranchMaintenance" TO Signon-Program-Id.
           MOVE "BranchMaintenance" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           PERFORM Open-Branch-File.
