       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecurityViolationReport.
      *> SecurityViolationReport is the nightly access review audit
      *> asked for. It reads the SECLOG security event log the shared
      *> sign-on writes for every attempt and prints, for the
      *> business date, every failed sign-on attempt (wrong password,
      *> unknown user id, an attempt on a locked-out id, a menu the
      *> operator is not allowed), every lockout, and every sign-on
      *> made outside business hours - before 07:00, from 19:00, or
      *> on a Saturday or Sunday. It then lists each operator on
      *> OPRMSTR who has not signed on in the last 90 days, with the
      *> last sign-on the log shows. An operator the log has never
      *> seen is listed only once the log itself reaches back 90
      *> days; before that the log cannot say. Output goes to
      *> SECVRPT.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Security-Log-File ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sec-Log-File-Status.

           SELECT Operator-Master-File ASSIGN TO "OPRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Opr-User-Id
               FILE STATUS IS Opr-File-Status.

           SELECT Report-Print-File ASSIGN TO "SECVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "SECVCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Security-Log-File.
       COPY SECLOG.

       FD  Operator-Master-File.
       COPY OPRMSTR.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Job-Log-File.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Sec-Log-File-Status PIC X(02) VALUE "00".
          88 Sec-Log-File-Ok VALUE "00".
          88 Sec-Log-File-Eof VALUE "10".

       01 Opr-File-Status PIC X(02) VALUE "00".
          88 Opr-File-Ok VALUE "00".
          88 Opr-File-Eof VALUE "10".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).

      *> Business hours: a sign-on from Hours-Start up to, but not
      *> including, Hours-End on a weekday is inside them.
       01 Business-Hours-Start PIC 9(04) VALUE 0700.
       01 Business-Hours-End PIC 9(04) VALUE 1900.

       01 Dormant-Days PIC 9(03) VALUE 90.
       01 Dormant-Cutoff-Date PIC 9(08).
       01 Back-Day-Count PIC 9(03).
       01 Back-Date PIC 9(08).
       01 Back-Date-Split REDEFINES Back-Date.
           05 Back-Year             PIC 9(04).
           05 Back-Month            PIC 9(02).
           05 Back-Day              PIC 9(02).
       01 Month-Length-Values PIC X(24)
           VALUE "312831303130313130313031".
       01 Month-Length-Table REDEFINES Month-Length-Values.
           05 Month-Length          PIC 9(02) OCCURS 12 TIMES.
       01 Leap-Quotient PIC 9(04).
       01 Leap-Remainder-4 PIC 9(04).
       01 Leap-Remainder-100 PIC 9(04).
       01 Leap-Remainder-400 PIC 9(04).

       01 Day-Name-Values PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01 Day-Name-Table REDEFINES Day-Name-Values.
           05 Day-Name              PIC X(03) OCCURS 7 TIMES.

      *> One slot per operator on OPRMSTR; the log pass fills in the
      *> latest successful sign-on for each.
       01 Max-Operators PIC 9(03) VALUE 500.
       01 Operator-Count PIC 9(03) VALUE 0.
       01 Operator-Sub PIC 9(03).
       01 Operator-Scan-Sub PIC 9(03).
       01 Operator-Table.
           05 Operator-Entry OCCURS 500 TIMES.
              10 Tbl-Opr-User-Id    PIC X(08).
              10 Tbl-Opr-Name       PIC A(25).
              10 Tbl-Opr-Status     PIC X(01).
                 88 Tbl-Opr-Locked-Out VALUE "L".
              10 Tbl-Opr-Last-Signon PIC 9(08).
       01 Operator-Found-Switch PIC X(01) VALUE "N".
          88 Operator-Is-Found VALUE "Y".
       01 Operator-File-Switch PIC X(01) VALUE "N".
          88 Operator-File-Loaded VALUE "Y".

       01 Log-First-Date PIC 9(08) VALUE 0.
       01 Log-Events-Read PIC 9(07) VALUE 0.
       01 Events-Today PIC 9(07) VALUE 0.
       01 Failed-Attempts PIC 9(05) VALUE 0.
       01 Lockouts PIC 9(05) VALUE 0.
       01 Out-Of-Hours-Signons PIC 9(05) VALUE 0.
       01 Dormant-Operators PIC 9(05) VALUE 0.
       01 Section-Lines PIC 9(05) VALUE 0.

       01 Section-Switch PIC X(01).
          88 Section-Failed VALUE "F".
          88 Section-Lockout VALUE "L".
          88 Section-Out-Of-Hours VALUE "H".
          88 Section-Dormant VALUE "D".
       01 Section-Name PIC X(13).

       01 Event-Time-Work PIC 9(08).
       01 Event-Time-Split REDEFINES Event-Time-Work.
           05 Etw-Hhmmss            PIC 9(06).
           05 FILLER                PIC 9(02).

       01 Section-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Shl-Title            PIC X(60).

       01 Event-Heading-Line.
           05 FILLER               PIC X(16) VALUE "    TIME".
           05 FILLER               PIC X(05) VALUE "DAY".
           05 FILLER               PIC X(10) VALUE "USER".
           05 FILLER               PIC X(32) VALUE "MENU PROGRAM".
           05 FILLER               PIC X(26) VALUE "EVENT".
           05 FILLER               PIC X(06) VALUE "FAILED".

       01 Event-Detail-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Edl-Time             PIC 99B99B99.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Edl-Day              PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Edl-User-Id          PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Edl-Program-Id       PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Edl-Event            PIC X(24).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Edl-Failed-Count     PIC Z9.

       01 Dormant-Heading-Line.
           05 FILLER               PIC X(14) VALUE "    USER".
           05 FILLER               PIC X(27) VALUE "NAME".
           05 FILLER               PIC X(14) VALUE "LAST SIGN-ON".
           05 FILLER               PIC X(10) VALUE "STATUS".

       01 Dormant-Detail-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Ddl-User-Id          PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ddl-Name             PIC X(25).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ddl-Last-Signon      PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ddl-Status           PIC X(10).

       01 Total-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tot-Label            PIC X(36).
           05 Tot-Count            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Compute-Dormant-Cutoff.
           PERFORM Load-Operator-Table.
           PERFORM Scan-For-Last-Signons.
           OPEN OUTPUT Report-Print-File.
           MOVE "SECURITY VIOLATIONS REPORT" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "SECTION," "DATE," "TIME," "DAY," "USER,"
               "MENU PROGRAM," "EVENT," "FAILED COUNT," "NAME,"
               "LAST SIGN-ON," "STATUS"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           SET Section-Failed TO TRUE.
           MOVE "FAILED SIGN-ON ATTEMPTS" TO Shl-Title.
           PERFORM Print-Event-Section.
           SET Section-Lockout TO TRUE.
           MOVE "OPERATOR LOCKOUTS" TO Shl-Title.
           PERFORM Print-Event-Section.
           SET Section-Out-Of-Hours TO TRUE.
           MOVE "SIGN-ONS OUTSIDE BUSINESS HOURS (07:00-19:00 MON-FRI)"
               TO Shl-Title.
           PERFORM Print-Event-Section.
           PERFORM Print-Dormant-Section.
           PERFORM Print-Totals.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           DISPLAY "Sign-on events for " Today-Date ": "
               Events-Today.
           DISPLAY "Failed attempts: " Failed-Attempts.
           DISPLAY "Lockouts: " Lockouts.
           DISPLAY "Sign-ons outside business hours: "
               Out-Of-Hours-Signons.
           DISPLAY "Operators dormant " Dormant-Days " days: "
               Dormant-Operators.
           PERFORM Write-Job-Log.
           STOP RUN.

       Compute-Dormant-Cutoff.
           MOVE Today-Date TO Back-Date.
           PERFORM Step-Back-One-Day
               VARYING Back-Day-Count FROM 1 BY 1
               UNTIL Back-Day-Count > Dormant-Days.
           MOVE Back-Date TO Dormant-Cutoff-Date.

       Step-Back-One-Day.
           IF Back-Day > 1
               SUBTRACT 1 FROM Back-Day
           ELSE
               IF Back-Month > 1
                   SUBTRACT 1 FROM Back-Month
               ELSE
                   MOVE 12 TO Back-Month
                   SUBTRACT 1 FROM Back-Year
               END-IF
               MOVE Month-Length(Back-Month) TO Back-Day
               IF Back-Month = 2
                   DIVIDE Back-Year BY 4 GIVING Leap-Quotient
                       REMAINDER Leap-Remainder-4
                   DIVIDE Back-Year BY 100 GIVING Leap-Quotient
                       REMAINDER Leap-Remainder-100
                   DIVIDE Back-Year BY 400 GIVING Leap-Quotient
                       REMAINDER Leap-Remainder-400
                   IF Leap-Remainder-4 = 0
                       AND (Leap-Remainder-100 NOT = 0
                           OR Leap-Remainder-400 = 0)
                       MOVE 29 TO Back-Day
                   END-IF
               END-IF
           END-IF.

      *> Without an operator file there is nobody to call dormant;
      *> the event sections still print.
       Load-Operator-Table.
           OPEN INPUT Operator-Master-File.
           IF Opr-File-Ok
               SET Operator-File-Loaded TO TRUE
               PERFORM Read-Next-Operator
               PERFORM Store-One-Operator UNTIL Opr-File-Eof
               CLOSE Operator-Master-File
           ELSE
               DISPLAY "No operator file - dormant operators not"
                   " checked."
           END-IF.

       Read-Next-Operator.
           READ Operator-Master-File NEXT RECORD
               AT END
                   SET Opr-File-Eof TO TRUE
           END-READ.

       Store-One-Operator.
           IF Operator-Count < Max-Operators
               ADD 1 TO Operator-Count
               MOVE Opr-User-Id TO Tbl-Opr-User-Id(Operator-Count)
               MOVE Opr-Name TO Tbl-Opr-Name(Operator-Count)
               MOVE Opr-Status-Flag TO Tbl-Opr-Status(Operator-Count)
               MOVE 0 TO Tbl-Opr-Last-Signon(Operator-Count)
           ELSE
               DISPLAY "Operator table full - " Opr-User-Id
                   " not checked for dormancy."
           END-IF.
           PERFORM Read-Next-Operator.

      *> The whole log is read once for each operator's latest
      *> successful sign-on and for the date the log begins.
       Scan-For-Last-Signons.
           OPEN INPUT Security-Log-File.
           IF Sec-Log-File-Ok
               PERFORM Read-Next-Event
               PERFORM Note-One-Event UNTIL Sec-Log-File-Eof
               CLOSE Security-Log-File
           ELSE
               DISPLAY "No security event log - no sign-on has been"
                   " recorded."
           END-IF.

       Read-Next-Event.
           READ Security-Log-File
               AT END
                   SET Sec-Log-File-Eof TO TRUE
           END-READ.

       Note-One-Event.
           ADD 1 TO Log-Events-Read.
           IF Log-First-Date = 0 OR Sec-Event-Date < Log-First-Date
               MOVE Sec-Event-Date TO Log-First-Date
           END-IF.
           IF Sec-Event-Date = Today-Date
               ADD 1 TO Events-Today
           END-IF.
           IF Sec-Signed-On
               PERFORM Find-Operator-Entry
               IF Operator-Is-Found
                   AND Sec-Event-Date
                       > Tbl-Opr-Last-Signon(Operator-Sub)
                   MOVE Sec-Event-Date
                       TO Tbl-Opr-Last-Signon(Operator-Sub)
               END-IF
           END-IF.
           PERFORM Read-Next-Event.

       Find-Operator-Entry.
           MOVE "N" TO Operator-Found-Switch.
           PERFORM Check-One-Operator-Entry
               VARYING Operator-Scan-Sub FROM 1 BY 1
               UNTIL Operator-Scan-Sub > Operator-Count
               OR Operator-Is-Found.

       Check-One-Operator-Entry.
           IF Tbl-Opr-User-Id(Operator-Scan-Sub) = Sec-User-Id
               SET Operator-Is-Found TO TRUE
               MOVE Operator-Scan-Sub TO Operator-Sub
           END-IF.

      *> Each event section is its own pass over the log for the
      *> business date, so the sections print in the order audit
      *> reads them without sorting the log.
       Print-Event-Section.
           PERFORM Print-Section-Heading.
           MOVE Event-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE 0 TO Section-Lines.
           OPEN INPUT Security-Log-File.
           IF Sec-Log-File-Ok
               PERFORM Read-Next-Event
               PERFORM Check-Event-For-Section
                   UNTIL Sec-Log-File-Eof
               CLOSE Security-Log-File
           END-IF.
           IF Section-Lines = 0
               MOVE "    None." TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.

       Print-Section-Heading.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Section-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Check-Event-For-Section.
           IF Sec-Event-Date = Today-Date
               EVALUATE TRUE
                   WHEN Section-Failed
                       IF Sec-Failed-Attempt
                           ADD 1 TO Failed-Attempts
                           MOVE "FAILED" TO Section-Name
                           PERFORM Print-Event-Line
                       END-IF
                   WHEN Section-Lockout
                       IF Sec-Locked-Out-Now
                           ADD 1 TO Lockouts
                           MOVE "LOCKOUT" TO Section-Name
                           PERFORM Print-Event-Line
                       END-IF
                   WHEN Section-Out-Of-Hours
                       IF (Sec-Signed-On OR Sec-Not-Enforced)
                           AND (Sec-Weekend
                               OR Sec-Event-Hhmm < Business-Hours-Start
                               OR Sec-Event-Hhmm
                                   NOT < Business-Hours-End)
                           ADD 1 TO Out-Of-Hours-Signons
                           MOVE "OUT OF HOURS" TO Section-Name
                           PERFORM Print-Event-Line
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM Read-Next-Event.

       Print-Event-Line.
           ADD 1 TO Section-Lines.
           MOVE SPACES TO Event-Detail-Line.
           MOVE Sec-Event-Time TO Event-Time-Work.
           MOVE Etw-Hhmmss TO Edl-Time.
           MOVE "???" TO Edl-Day.
           IF Sec-Day-Of-Week > 0 AND Sec-Day-Of-Week < 8
               MOVE Day-Name(Sec-Day-Of-Week) TO Edl-Day
           END-IF.
           MOVE Sec-User-Id TO Edl-User-Id.
           MOVE Sec-Program-Id TO Edl-Program-Id.
           EVALUATE TRUE
               WHEN Sec-Signed-On
                   MOVE "SIGNED ON" TO Edl-Event
               WHEN Sec-Not-Enforced
                   MOVE "SIGNED ON - NOT ENFORCED" TO Edl-Event
               WHEN Sec-Bad-Password
                   MOVE "WRONG PASSWORD" TO Edl-Event
               WHEN Sec-Locked-Out-Now
                   MOVE "WRONG PASSWORD - LOCKED" TO Edl-Event
               WHEN Sec-Refused-Locked
                   MOVE "REFUSED - LOCKED OUT" TO Edl-Event
               WHEN Sec-Unknown-User
                   MOVE "UNKNOWN USER ID" TO Edl-Event
               WHEN Sec-Function-Denied
                   MOVE "MENU NOT ALLOWED" TO Edl-Event
               WHEN OTHER
                   MOVE Sec-Event-Type TO Edl-Event
           END-EVALUATE.
           MOVE Sec-Failed-Count TO Edl-Failed-Count.
           MOVE Event-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

      *> Dormant: no successful sign-on on the log in the last 90
      *> days. An operator the log has never seen counts only when
      *> the log goes back at least that far.
       Print-Dormant-Section.
           SET Section-Dormant TO TRUE.
           MOVE "OPERATORS WITH NO SIGN-ON IN 90 DAYS" TO Shl-Title.
           PERFORM Print-Section-Heading.
           IF NOT Operator-File-Loaded
               MOVE "    No operator file - not checked."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           ELSE
               MOVE Dormant-Heading-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
               PERFORM Check-One-Dormant-Operator
                   VARYING Operator-Sub FROM 1 BY 1
                   UNTIL Operator-Sub > Operator-Count
               IF Dormant-Operators = 0
                   MOVE "    None." TO RPT-PRINT-LINE
                   PERFORM Report-Write-Line
               END-IF
           END-IF.

       Check-One-Dormant-Operator.
           IF Tbl-Opr-Last-Signon(Operator-Sub) = 0
               IF Log-First-Date NOT = 0
                   AND Log-First-Date NOT > Dormant-Cutoff-Date
                   PERFORM Print-Dormant-Line
               END-IF
           ELSE
               IF Tbl-Opr-Last-Signon(Operator-Sub)
                   NOT > Dormant-Cutoff-Date
                   PERFORM Print-Dormant-Line
               END-IF
           END-IF.

       Print-Dormant-Line.
           ADD 1 TO Dormant-Operators.
           MOVE SPACES TO Dormant-Detail-Line.
           MOVE Tbl-Opr-User-Id(Operator-Sub) TO Ddl-User-Id.
           MOVE Tbl-Opr-Name(Operator-Sub) TO Ddl-Name.
           IF Tbl-Opr-Last-Signon(Operator-Sub) = 0
               MOVE "NONE ON LOG" TO Ddl-Last-Signon
           ELSE
               MOVE Tbl-Opr-Last-Signon(Operator-Sub)
                   TO Ddl-Last-Signon
           END-IF.
           IF Tbl-Opr-Locked-Out(Operator-Sub)
               MOVE "LOCKED OUT" TO Ddl-Status
           ELSE
               MOVE "ACTIVE" TO Ddl-Status
           END-IF.
           MOVE Dormant-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Print-Totals.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "SIGN-ON EVENTS ON THE DATE" TO Tot-Label.
           MOVE Events-Today TO Tot-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "FAILED ATTEMPTS" TO Tot-Label.
           MOVE Failed-Attempts TO Tot-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "LOCKOUTS" TO Tot-Label.
           MOVE Lockouts TO Tot-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "SIGN-ONS OUTSIDE BUSINESS HOURS" TO Tot-Label.
           MOVE Out-Of-Hours-Signons TO Tot-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "DORMANT OPERATORS" TO Tot-Label.
           MOVE Dormant-Operators TO Tot-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

      *> Reads the official business date from the RUNCTL
      *> run-control file; a missing or empty run-control file
      *> falls back to the system date so a standalone run still
      *> works.
       Read-Business-Date.
           OPEN INPUT Run-Control-File.
           IF Runctl-File-Ok
               READ Run-Control-File
                   AT END
                       ACCEPT Today-Date FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE Run-Business-Date TO Today-Date
               END-READ
               CLOSE Run-Control-File
           ELSE
               ACCEPT Today-Date FROM DATE YYYYMMDD
           END-IF.

       Write-Job-Log.
           MOVE "SecurityViolation" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Events-Today TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

      *> Events and dormant operators share one extract; the section
      *> column tells them apart and the columns one kind does not
      *> carry are left empty.
       Build-Csv-Row.
           IF Section-Dormant
               MOVE "DORMANT" TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
               MOVE Tbl-Opr-User-Id(Operator-Sub) TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
               MOVE Tbl-Opr-Name(Operator-Sub) TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               IF Tbl-Opr-Last-Signon(Operator-Sub) = 0
                   PERFORM Report-Csv-Add-Text
               ELSE
                   MOVE Tbl-Opr-Last-Signon(Operator-Sub)
                       TO RPT-CSV-NUMBER
                   PERFORM Report-Csv-Add-Number
               END-IF
               MOVE Ddl-Status TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
           ELSE
               MOVE Section-Name TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Sec-Event-Date TO RPT-CSV-NUMBER
               PERFORM Report-Csv-Add-Number
               MOVE Etw-Hhmmss TO RPT-CSV-NUMBER
               PERFORM Report-Csv-Add-Number
               MOVE Edl-Day TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Sec-User-Id TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Sec-Program-Id TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Edl-Event TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Sec-Failed-Count TO RPT-CSV-NUMBER
               PERFORM Report-Csv-Add-Number
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
           END-IF.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
