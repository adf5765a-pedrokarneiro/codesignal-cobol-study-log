      * signs on as "(none)" unchecked, so the menus keep working
      * until the file is actually built. COPY alongside SIGNONWS;
      * the host also declares the ALERTFIL SELECT/FD for the
      * lockout alert and the SECLOG SELECT/FD for the security
      * event log, and sets Signon-Program-Id to its own name.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      *                 outright naming OperatorMasterConvert -
      *                 before this it fell into the no-file
      *                 fallback and silently disabled sign-on.
      * 2026-10-15 PDK  Every sign-on attempt, accepted or refused,
      *                 now appends a SECLOG security event: user id,
      *                 menu program, date, time, day of week, the
      *                 outcome and the failed-attempt count, so
      *                 audit can review access without it being
      *                 pieced together afterwards.
      *****************************************************************
       Operator-Sign-On.
           MOVE "N" TO Signon-Approved-Switch.
           MOVE 0 TO Signon-Failed-Count.
           OPEN I-O Operator-Master-File.
           IF Opr-File-Status = "39"
               DISPLAY "Operator file layout mismatch - run"
               DISPLAY "No operator file - sign-on not enforced."
               MOVE "(none)" TO Signon-User-Id
               SET Signon-Approved TO TRUE
               MOVE "O" TO Signon-Event-Type
           ELSE
               PERFORM Probe-Operator-File-Built
               IF NOT Signon-File-Built
                       " enforced."
                   MOVE "(none)" TO Signon-User-Id
                   SET Signon-Approved TO TRUE
                   MOVE "O" TO Signon-Event-Type
               ELSE
                   DISPLAY "Enter user id: " WITH NO ADVANCING
                   ACCEPT Signon-User-Id
                   MOVE Signon-User-Id TO Opr-User-Id
                   MOVE "U" TO Signon-Event-Type
                   READ Operator-Master-File
                       INVALID KEY
                           DISPLAY "Unknown user id: " Signon-User-Id
                       IF Signon-Password-Ok
                           PERFORM Check-Function-Letter
                       END-IF
                       MOVE Opr-Failed-Attempts TO Signon-Failed-Count
                   END-IF
               END-IF
               CLOSE Operator-Master-File
           END-IF.
           PERFORM Write-Security-Event.
           IF NOT Signon-Approved
               DISPLAY "Sign-on refused."
               MOVE 8 TO RETURN-CODE
               FOR ALL Signon-Function-Letter.
           IF Signon-Match-Count > 0
               SET Signon-Approved TO TRUE
               MOVE "S" TO Signon-Event-Type
               IF Opr-Auth-Inquiry OR Opr-Auth-Update
                   OR Opr-Auth-Supervisor
                   MOVE Opr-Authority TO Signon-Authority
                   " (authority " Signon-Authority ")"
           ELSE
               DISPLAY "Function not allowed for " Signon-User-Id
               MOVE "D" TO Signon-Event-Type
           END-IF.

      *> One record per attempt on the SECLOG security event log;
      *> the clock, not the business date, is what audit asks for.
       Write-Security-Event.
           MOVE Signon-User-Id TO Sec-User-Id.
           MOVE Signon-Program-Id TO Sec-Program-Id.
           ACCEPT Sec-Event-Date FROM DATE YYYYMMDD.
           ACCEPT Sec-Event-Time FROM TIME.
           ACCEPT Sec-Day-Of-Week FROM DAY-OF-WEEK.
           MOVE Signon-Event-Type TO Sec-Event-Type.
           MOVE Signon-Failed-Count TO Sec-Failed-Count.
           OPEN EXTEND Security-Log-File.
           IF Sec-Log-File-Status = "35"
               CLOSE Security-Log-File
               OPEN OUTPUT Security-Log-File
           END-IF.
           WRITE Security-Event-Record.
           CLOSE Security-Log-File.

      *> One refused menu choice: told to the operator and logged
      *> to ALERTFIL so a pattern of tries is visible.
       Signon-Authority-Refused.
       Verify-Operator-Password.
           MOVE "N" TO Signon-Pwd-Ok-Sw.
           IF Opr-Locked-Out
               MOVE "R" TO Signon-Event-Type
               DISPLAY "User " Signon-User-Id " is locked out -"
                   " another operator must clear it in"
                   " OperatorMaintenance."

       Count-Failed-Attempt.
           DISPLAY "Password incorrect.".
           MOVE "F" TO Signon-Event-Type.
           ADD 1 TO Opr-Failed-Attempts.
           IF Opr-Failed-Attempts >= Signon-Max-Attempts
               MOVE "L" TO Opr-Status-Flag
               MOVE "L" TO Signon-Event-Type
               DISPLAY "User " Signon-User-Id " is now locked out."
               PERFORM Signon-Lockout-Alert
           END-IF.
