       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanPayoffQuote.
      *> LoanPayoffQuote prints the early-payoff quote for one
      *> LOANMSTR loan named in the PAYQPARM parameter file, good
      *> through the date given there (zero means the RUNCTL business
      *> date): the principal balance, the interest accrued from the
      *> due date the last scheduled payment covered through the
      *> good-through date, any unpaid late charges, the total to
      *> pay the loan off, and the daily per-diem to add for each day
      *> the money arrives late - the figures loan staff used to work
      *> out by hand. The calculation is the shared PAYOFFPR
      *> paragraph LoanPayoffPosting uses, so the posted payoff
      *> matches the quote.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Quote-Parm-File ASSIGN TO "PAYQPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Loan-Master-File ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS Loan-File-Status.

           SELECT Quote-Report-File ASSIGN TO "LOANPAYQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Quote-Parm-File.
       01 Quote-Parm-Record.
           05 Parm-Loan-Number      PIC X(15).
           05 Parm-Good-Through     PIC 9(08).

       FD  Loan-Master-File.
       COPY LOANREC.

       FD  Quote-Report-File.
       01 Quote-Report-Record PIC X(80).

       FD  Run-Control-File.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".

       01 Loan-File-Status PIC X(02) VALUE "00".
          88 Loan-File-Ok VALUE "00".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       COPY PAYOFFWS.

       01 Today-Date PIC 9(08).

       01 Heading-Line.
           05 FILLER            PIC X(18)
              VALUE "LOAN PAYOFF QUOTE ".
           05 Head-Loan-Number  PIC X(15).

       01 Date-Line.
           05 Dtl-Label         PIC X(30).
           05 Dtl-Date          PIC 9(08).

       01 Amount-Line.
           05 Amt-Label         PIC X(30).
           05 Amt-Value         PIC -ZZZ,ZZZ,ZZ9.99.

       01 Per-Diem-Line.
           05 FILLER            PIC X(30)
              VALUE "Per-diem interest".
           05 Pdl-Value         PIC -ZZZ,ZZ9.99999.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Read-Business-Date.
           PERFORM Read-Quote-Parm.
           OPEN INPUT Loan-Master-File.
           IF Loan-File-Status = "35"
               DISPLAY "No loan-master file to quote from."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE Parm-Loan-Number TO Loan-Number.
           READ Loan-Master-File
               INVALID KEY
                   DISPLAY "Loan not found: " Parm-Loan-Number
                   CLOSE Loan-Master-File
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF NOT Loan-Active
               DISPLAY "Loan not active - no payoff to quote: "
                   Loan-Number
               CLOSE Loan-Master-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM Compute-Loan-Payoff.
           OPEN OUTPUT Quote-Report-File.
           PERFORM Print-Payoff-Quote.
           CLOSE Quote-Report-File.
           CLOSE Loan-Master-File.
           DISPLAY "Payoff quote for " Loan-Number " good through "
               Payoff-Through-Date ": " Payoff-Total.
           STOP RUN.

      *> A zero good-through date means the business date; a date
      *> already past cannot be quoted.
       Read-Quote-Parm.
           OPEN INPUT Quote-Parm-File.
           IF NOT Parm-File-Ok
               DISPLAY "No PAYQPARM parameter file found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ Quote-Parm-File
               AT END
                   DISPLAY "PAYQPARM parameter file is empty."
                   CLOSE Quote-Parm-File
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE Quote-Parm-File.
           IF Parm-Good-Through IS NOT NUMERIC
               OR Parm-Good-Through = 0
               MOVE Today-Date TO Payoff-Through-Date
           ELSE
               MOVE Parm-Good-Through TO Payoff-Through-Date
           END-IF.
           IF Payoff-Through-Date < Today-Date
               DISPLAY "Good-through date " Payoff-Through-Date
                   " is before the business date " Today-Date
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       Print-Payoff-Quote.
           MOVE Loan-Number TO Head-Loan-Number.
           WRITE Quote-Report-Record FROM Heading-Line.
           MOVE SPACES TO Quote-Report-Record.
           STRING "Customer Id: " Loan-Customer-Id
               DELIMITED BY SIZE INTO Quote-Report-Record
           END-STRING.
           WRITE Quote-Report-Record.
           MOVE "Quote date" TO Dtl-Label.
           MOVE Today-Date TO Dtl-Date.
           WRITE Quote-Report-Record FROM Date-Line.
           MOVE "Good through" TO Dtl-Label.
           MOVE Payoff-Through-Date TO Dtl-Date.
           WRITE Quote-Report-Record FROM Date-Line.
           MOVE "Interest from" TO Dtl-Label.
           MOVE Payoff-Interest-From TO Dtl-Date.
           WRITE Quote-Report-Record FROM Date-Line.
           MOVE SPACES TO Quote-Report-Record.
           WRITE Quote-Report-Record.
           MOVE "Principal balance" TO Amt-Label.
           MOVE Payoff-Principal TO Amt-Value.
           WRITE Quote-Report-Record FROM Amount-Line.
           MOVE SPACES TO Amt-Label.
           STRING "Accrued interest (" Payoff-Interest-Days
               " days)" DELIMITED BY SIZE INTO Amt-Label
           END-STRING.
           MOVE Payoff-Accrued-Interest TO Amt-Value.
           WRITE Quote-Report-Record FROM Amount-Line.
           MOVE "Unpaid late charges" TO Amt-Label.
           MOVE Payoff-Late-Charges TO Amt-Value.
           WRITE Quote-Report-Record FROM Amount-Line.
           MOVE "TOTAL TO PAY OFF" TO Amt-Label.
           MOVE Payoff-Total TO Amt-Value.
           WRITE Quote-Report-Record FROM Amount-Line.
           MOVE SPACES TO Quote-Report-Record.
           WRITE Quote-Report-Record.
           MOVE Payoff-Per-Diem TO Pdl-Value.
           WRITE Quote-Report-Record FROM Per-Diem-Line.
           MOVE "Add the per-diem for each day after the good-through"
               TO Quote-Report-Record.
           WRITE Quote-Report-Record.
           MOVE "date that the payoff funds arrive."
               TO Quote-Report-Record.
           WRITE Quote-Report-Record.

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

       COPY PAYOFFPR.
