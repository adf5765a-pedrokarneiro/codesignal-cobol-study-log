       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodEndCheck.
      *> PeriodEndCheck decides each night whether the business date
      *> closes a period: it finds the next business day after the
      *> RUNCTL business date on the BANKCAL banking calendar - the
      *> same search BusinessDateRoll makes - and when that day falls
      *> in another month the business date is the last business day
      *> of its month, of its quarter when the month is March, June,
      *> September or December, and of its year when it is December.
      *> The answer goes to the one-record PERIODCTL file the nightly
      *> driver reads to run the month-end, quarter-end and year-end
      *> batches. On the year's last business day the TAXPARM tax
      *> year is set to the year closing, so the year-end interest
      *> summary and withholding cover the year just ended rather
      *> than the one before it. A missing calendar, or one with no
      *> business day after the business date, refuses the step:
      *> guessing would run month end on the wrong night.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Calendar-File ASSIGN TO "BANKCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cal-File-Status.

           SELECT Period-Control-File ASSIGN TO "PERIODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pec-File-Status.

           SELECT Tax-Parm-File ASSIGN TO "TAXPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Calendar-File.
       COPY BANKCAL.

       FD  Period-Control-File.
       COPY PERIODCTL.

       FD  Tax-Parm-File.
       01 Tax-Parm-Record.
           05 Parm-Tax-Year         PIC 9(04).

       FD  Job-Log-File.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Cal-File-Status PIC X(02) VALUE "00".
          88 Cal-File-Ok VALUE "00".
          88 Cal-File-Eof VALUE "10".

       01 Pec-File-Status PIC X(02) VALUE "00".
       01 Parm-File-Status PIC X(02) VALUE "00".

       01 Current-Business-Date PIC 9(08).
       01 Current-Date-Split REDEFINES Current-Business-Date.
          05 Current-Year PIC 9(04).
          05 Current-Month PIC 9(02).
             88 Current-Quarter-Month VALUE 3 6 9 12.
             88 Current-Year-Month VALUE 12.
          05 Current-Day PIC 9(02).
       01 Next-Business-Date PIC 9(08) VALUE 0.
       01 Next-Date-Split REDEFINES Next-Business-Date.
          05 Next-Year PIC 9(04).
          05 Next-Month PIC 9(02).
          05 Next-Day PIC 9(02).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Current-Business-Date.
           PERFORM Find-Next-Business-Date.
           IF Next-Business-Date = 0
               DISPLAY "No business day after " Current-Business-Date
                   " on the banking calendar - period end unknown."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           MOVE Current-Business-Date TO Pec-Business-Date.
           MOVE Next-Business-Date TO Pec-Next-Business-Date.
           MOVE "N" TO Pec-Month-End-Flag.
           MOVE "N" TO Pec-Quarter-End-Flag.
           MOVE "N" TO Pec-Year-End-Flag.
           IF Next-Year NOT = Current-Year
               OR Next-Month NOT = Current-Month
               MOVE "Y" TO Pec-Month-End-Flag
               IF Current-Quarter-Month
                   MOVE "Y" TO Pec-Quarter-End-Flag
               END-IF
               IF Current-Year-Month
                   MOVE "Y" TO Pec-Year-End-Flag
               END-IF
           END-IF.
           OPEN OUTPUT Period-Control-File.
           WRITE Period-Control-Record.
           CLOSE Period-Control-File.
           IF Pec-Year-End
               PERFORM Set-Closing-Tax-Year
           END-IF.
           IF Pec-Month-End
               DISPLAY Current-Business-Date
                   " is the last business day of the month"
                   " (quarter end " Pec-Quarter-End-Flag
                   ", year end " Pec-Year-End-Flag ")."
           ELSE
               DISPLAY Current-Business-Date
                   " closes no period - next business day "
                   Next-Business-Date "."
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

       Read-Current-Business-Date.
           OPEN INPUT Run-Control-File.
           IF Runctl-File-Ok
               READ Run-Control-File
                   AT END
                       ACCEPT Current-Business-Date FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE Run-Business-Date TO Current-Business-Date
               END-READ
               CLOSE Run-Control-File
           ELSE
               ACCEPT Current-Business-Date FROM DATE YYYYMMDD
           END-IF.

       Find-Next-Business-Date.
           OPEN INPUT Calendar-File.
           IF NOT Cal-File-Ok
               DISPLAY "No banking-calendar file - period end unknown."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           PERFORM Read-Next-Calendar-Day.
           PERFORM Scan-For-Next-Business-Day
               UNTIL Cal-File-Eof OR Next-Business-Date > 0.
           CLOSE Calendar-File.

       Read-Next-Calendar-Day.
           READ Calendar-File
               AT END
                   SET Cal-File-Eof TO TRUE
           END-READ.

       Scan-For-Next-Business-Day.
           IF Cal-Date > Current-Business-Date AND Cal-Business-Day
               MOVE Cal-Date TO Next-Business-Date
           ELSE
               PERFORM Read-Next-Calendar-Day
           END-IF.

      *> The year-end summaries default to the year before the
      *> business date, which is right in January but wrong on the
      *> closing night itself.
       Set-Closing-Tax-Year.
           OPEN OUTPUT Tax-Parm-File.
           MOVE Current-Year TO Parm-Tax-Year.
           WRITE Tax-Parm-Record.
           CLOSE Tax-Parm-File.
           DISPLAY "TAXPARM tax year set to " Current-Year.

       Write-Job-Log.
           MOVE "PeriodEndCheck" TO Job-Program-Id.
           MOVE Current-Business-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE 1 TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.
