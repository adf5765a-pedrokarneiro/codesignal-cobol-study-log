      *> 2026-09-03: Updates and lockout clears now write the
      *> common MNTAUDIT maintenance-audit entries the other menus
      *> write, stamped with the signed-on operator.
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
           MOVE "U" TO Signon-Function-Letter.
           MOVE "OperatorMaintenance" TO Signon-Program-Id.
           MOVE "OperatorMaintenance" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           PERFORM Open-Operator-File.
