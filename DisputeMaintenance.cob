       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeMaintenance.
      *> DisputeMaintenance is the branch menu for customer disputes
      *> of posted debits, which used to live on paper. Opening a
      *> case picks the disputed debit from the account's PSTJRNL
      *> entries for the date it posted, records the claim date and
      *> the amount disputed (all or part of the debit) on the
      *> DISPUTES case file with a resolution deadline the DSPPARM
      *> resolution days (45 when there is no parameter file) after
      *> the claim, and appends a provisional credit of the disputed
      *> amount to TRANFILE under the "P" dispute source for the
      *> nightly posting. A debit can carry only one open case.
      *> Closing a case either makes the provisional credit final or
      *> reverses it with a "P" debit of the same amount; either way
      *> CustomerNotification sends the holders the outcome that
      *> night. Operators sign on under the "A" account letter;
      *> opening needs update authority and closing a supervisor.
      *> Every open and close is stamped on MNTAUDIT.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Dispute-File ASSIGN TO "DISPUTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS Dsp-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Posted-Journal-File ASSIGN TO "PSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Transaction-File ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tran-File-Status.

           SELECT Dispute-Parm-File ASSIGN TO "DSPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Operator-Master-File ASSIGN TO "OPRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-USER-ID
               FILE STATUS IS Opr-File-Status.

           SELECT Alert-File ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Security-Log-File ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sec-Log-File-Status.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  Dispute-File.
       COPY DISPUTE.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Posted-Journal-File.
       COPY PSTJRNL.

       FD  Transaction-File.
       COPY TRANREC.

       FD  Dispute-Parm-File.
       01 Dispute-Parm-Record.
           05 Parm-Resolution-Days  PIC 9(03).
           05 Parm-Warning-Days     PIC 9(03).

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Operator-Master-File.
       COPY OPRMSTR.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       FD  MAINT-AUDIT-FILE.
       COPY MNTAUDIT.

       WORKING-STORAGE SECTION.
       COPY MAUDWS.

       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY SIGNONWS.

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Dsp-File-Status PIC X(02) VALUE "00".
          88 Dsp-File-Ok VALUE "00".
          88 Dsp-File-Eof VALUE "10".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".

       01 Jrnl-File-Status PIC X(02) VALUE "00".
          88 Jrnl-File-Ok VALUE "00".
          88 Jrnl-File-Eof VALUE "10".

       01 Tran-File-Status PIC X(02) VALUE "00".

       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".

       01 Menu-Choice PIC X(01).
          88 Menu-Open VALUE "O" "o".
          88 Menu-Close VALUE "C" "c".
          88 Menu-Inquire VALUE "I" "i".
          88 Menu-List VALUE "L" "l".
          88 Menu-Quit VALUE "Q" "q".

       01 Today-Date PIC 9(08).
       01 Resolution-Days PIC 9(03) VALUE 45.
       01 Resolution-Day-Sub PIC 9(03).

       01 Entered-Acct-Number PIC X(15).
       01 Entered-Post-Date PIC 9(08).
       01 Entered-Claim-Date PIC 9(08).
       01 Entered-Amount PIC 9(07)V99.
       01 Entered-Case-Seq PIC 9(03).
       01 Entered-Choice PIC 9(02).
       01 Entered-Outcome PIC X(01).
          88 Outcome-Final VALUE "F" "f".
          88 Outcome-Reverse VALUE "R" "r".

      *> The account's debits on the keyed post date, numbered for
      *> the operator to pick the disputed one from.
       01 Max-Candidates PIC 9(02) VALUE 50.
       01 Candidate-Count PIC 9(02) VALUE 0.
       01 Candidate-Sub PIC 9(02).
       01 Candidate-Table.
           05 Candidate-Entry OCCURS 50 TIMES.
              10 Tbl-Cand-Amount       PIC S9(7)V99.
              10 Tbl-Cand-Balance      PIC S9(9)V99.
              10 Tbl-Cand-Source       PIC X(01).
              10 Tbl-Cand-Operator     PIC X(08).
              10 Tbl-Cand-Counterpart  PIC X(15).

       01 Next-Case-Seq PIC 9(03).
       01 Duplicate-Case-Seq PIC 9(03).
       01 Cases-Listed PIC 9(05) VALUE 0.

      *> The deadline is walked forward a day at a time from the
      *> claim date; the month lengths carry February at 28 and a
      *> leap year adds the 29th.
       01 Deadline-Date PIC 9(08).
       01 Deadline-Date-Split REDEFINES Deadline-Date.
           05 Deadline-Year         PIC 9(04).
           05 Deadline-Month        PIC 9(02).
           05 Deadline-Day          PIC 9(02).
       01 Month-Length-Values PIC X(24)
           VALUE "312831303130313130313031".
       01 Month-Length-Table REDEFINES Month-Length-Values.
           05 Month-Length          PIC 9(02) OCCURS 12 TIMES.
       01 Days-In-Month PIC 9(02).
       01 Leap-Quotient PIC 9(04).
       01 Leap-Remainder-4 PIC 9(04).
       01 Leap-Remainder-100 PIC 9(04).
       01 Leap-Remainder-400 PIC 9(04).

       01 Amount-Display PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "A" TO Signon-Function-Letter.
           MOVE "DisputeMaintenance" TO Signon-Program-Id.
           MOVE "DisputeMaintenance" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           PERFORM Read-Business-Date.
           PERFORM Read-Dispute-Parm.
           OPEN INPUT Account-Master-File.
           IF Acct-File-Status = "35"
               DISPLAY "No account-master file to dispute against."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O Dispute-File.
           IF Dsp-File-Status = "35"
               OPEN OUTPUT Dispute-File
               CLOSE Dispute-File
               OPEN I-O Dispute-File
           END-IF.
           PERFORM Run-Menu UNTIL Menu-Quit.
           CLOSE Dispute-File.
           CLOSE Account-Master-File.
           DISPLAY "Goodbye.".
           STOP RUN.

       Run-Menu.
           PERFORM Display-Menu.
           ACCEPT Menu-Choice.
           IF NOT Menu-Quit
               PERFORM Dispatch-Menu-Choice
           END-IF.

       Display-Menu.
           DISPLAY "===== Dispute Case Maintenance =====".
           DISPLAY "O)pen case  C)lose case  I)nquire account"
               "  L)ist open cases  Q)uit".
           DISPLAY "Select an option: " WITH NO ADVANCING.

       Dispatch-Menu-Choice.
           IF Menu-Open
               IF Signon-Can-Update
                   PERFORM Open-Dispute-Case
               ELSE
                   PERFORM Signon-Authority-Refused
               END-IF
           ELSE
               IF Menu-Close
                   IF Signon-Supervisor
                       PERFORM Close-Dispute-Case
                   ELSE
                       PERFORM Signon-Authority-Refused
                   END-IF
               ELSE
                   IF Menu-Inquire
                       PERFORM Inquire-Account-Cases
                   ELSE
                       IF Menu-List
                           PERFORM List-Open-Cases
                       ELSE
                           DISPLAY "Unknown option: " Menu-Choice
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> A missing parameter file falls back to a 45-day resolution
      *> deadline.
       Read-Dispute-Parm.
           OPEN INPUT Dispute-Parm-File.
           IF Parm-File-Ok
               READ Dispute-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Parm-Resolution-Days TO Resolution-Days
               END-READ
               CLOSE Dispute-Parm-File
           END-IF.

       Open-Dispute-Case.
           DISPLAY "Enter account number: " WITH NO ADVANCING.
           ACCEPT Entered-Acct-Number.
           MOVE Entered-Acct-Number TO Acct-Number.
           READ Account-Master-File
               INVALID KEY
                   DISPLAY "Account not found: " Entered-Acct-Number
           END-READ.
           IF Acct-File-Ok
               IF Acct-Closed
                   DISPLAY "Account is closed: " Acct-Number
                       " - no credit can post."
               ELSE
                   PERFORM Pick-Disputed-Debit
               END-IF
           END-IF.

       Pick-Disputed-Debit.
           DISPLAY "Enter date the debit posted (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT Entered-Post-Date.
           PERFORM Load-Candidate-Debits.
           IF Candidate-Count = 0
               DISPLAY "No debits posted to " Entered-Acct-Number
                   " on " Entered-Post-Date "."
           ELSE
               PERFORM Show-One-Candidate
                   VARYING Candidate-Sub FROM 1 BY 1
                   UNTIL Candidate-Sub > Candidate-Count
               DISPLAY "Enter debit number (0 to cancel): "
                   WITH NO ADVANCING
               ACCEPT Entered-Choice
               IF Entered-Choice = 0
                   OR Entered-Choice > Candidate-Count
                   DISPLAY "No case opened."
               ELSE
                   MOVE Entered-Choice TO Candidate-Sub
                   PERFORM Find-Next-Case-Seq
                   IF Duplicate-Case-Seq > 0
                       DISPLAY "That debit is already disputed on case "
                           Duplicate-Case-Seq "."
                   ELSE
                       PERFORM Accept-Claim-Details
                   END-IF
               END-IF
           END-IF.

       Load-Candidate-Debits.
           MOVE 0 TO Candidate-Count.
           OPEN INPUT Posted-Journal-File.
           IF Jrnl-File-Ok
               PERFORM Read-Next-Journal-Entry
               PERFORM Take-One-Journal-Entry UNTIL Jrnl-File-Eof
               CLOSE Posted-Journal-File
           END-IF.

       Read-Next-Journal-Entry.
           READ Posted-Journal-File
               AT END
                   SET Jrnl-File-Eof TO TRUE
           END-READ.

       Take-One-Journal-Entry.
           IF Jrnl-Acct-Number = Entered-Acct-Number
               AND Jrnl-Post-Date = Entered-Post-Date
               AND Jrnl-Is-Debit
               AND Candidate-Count < Max-Candidates
               ADD 1 TO Candidate-Count
               MOVE Jrnl-Amount TO Tbl-Cand-Amount(Candidate-Count)
               MOVE Jrnl-Balance-After
                   TO Tbl-Cand-Balance(Candidate-Count)
               MOVE Jrnl-Source-Code
                   TO Tbl-Cand-Source(Candidate-Count)
               MOVE Jrnl-Operator-Id
                   TO Tbl-Cand-Operator(Candidate-Count)
               MOVE Jrnl-Counterpart-Acct
                   TO Tbl-Cand-Counterpart(Candidate-Count)
           END-IF.
           PERFORM Read-Next-Journal-Entry.

       Show-One-Candidate.
           MOVE Tbl-Cand-Amount(Candidate-Sub) TO Amount-Display.
           DISPLAY "  " Candidate-Sub ") " Amount-Display
               " source " Tbl-Cand-Source(Candidate-Sub)
               " by " Tbl-Cand-Operator(Candidate-Sub)
               " " Tbl-Cand-Counterpart(Candidate-Sub).

      *> Walks the account's cases once for the next free sequence
      *> and for an open case already on the picked debit.
       Find-Next-Case-Seq.
           MOVE 1 TO Next-Case-Seq.
           MOVE 0 TO Duplicate-Case-Seq.
           MOVE Entered-Acct-Number TO Dsp-Acct-Number.
           MOVE 0 TO Dsp-Case-Seq.
           START Dispute-File KEY IS NOT LESS THAN Dsp-Key
               INVALID KEY
                   SET Dsp-File-Eof TO TRUE
           END-START.
           IF Dsp-File-Ok
               PERFORM Read-Next-Case
           END-IF.
           PERFORM Check-One-Existing-Case
               UNTIL Dsp-File-Eof
               OR Dsp-Acct-Number NOT = Entered-Acct-Number.
           MOVE "00" TO Dsp-File-Status.

       Read-Next-Case.
           READ Dispute-File NEXT RECORD
               AT END
                   SET Dsp-File-Eof TO TRUE
           END-READ.

       Check-One-Existing-Case.
           COMPUTE Next-Case-Seq = Dsp-Case-Seq + 1.
           IF Dsp-Open
               AND Dsp-Jrnl-Post-Date = Entered-Post-Date
               AND Dsp-Jrnl-Amount = Tbl-Cand-Amount(Candidate-Sub)
               AND Dsp-Jrnl-Balance-After
                   = Tbl-Cand-Balance(Candidate-Sub)
               MOVE Dsp-Case-Seq TO Duplicate-Case-Seq
           END-IF.
           PERFORM Read-Next-Case.

      *> The claim cannot predate the debit or be in the future, and
      *> no more can be disputed than was debited.
       Accept-Claim-Details.
           DISPLAY "Enter claim date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT Entered-Claim-Date.
           DISPLAY "Enter amount disputed: " WITH NO ADVANCING.
           ACCEPT Entered-Amount.
           IF Entered-Claim-Date < Entered-Post-Date
               OR Entered-Claim-Date > Today-Date
               DISPLAY "Claim date must fall between " Entered-Post-Date
                   " and " Today-Date " - no case opened."
           ELSE
               IF Entered-Amount = 0
                   OR Entered-Amount > Tbl-Cand-Amount(Candidate-Sub)
                   DISPLAY "Amount must be more than zero and no more"
                       " than the debit - no case opened."
               ELSE
                   PERFORM Write-New-Case
               END-IF
           END-IF.

       Write-New-Case.
           MOVE SPACES TO Dispute-Case-Record.
           MOVE Entered-Acct-Number TO Dsp-Acct-Number.
           MOVE Next-Case-Seq TO Dsp-Case-Seq.
           MOVE Entered-Post-Date TO Dsp-Jrnl-Post-Date.
           MOVE Tbl-Cand-Amount(Candidate-Sub) TO Dsp-Jrnl-Amount.
           MOVE Tbl-Cand-Balance(Candidate-Sub)
               TO Dsp-Jrnl-Balance-After.
           MOVE Tbl-Cand-Source(Candidate-Sub)
               TO Dsp-Jrnl-Source-Code.
           MOVE Tbl-Cand-Operator(Candidate-Sub)
               TO Dsp-Jrnl-Operator-Id.
           MOVE Entered-Claim-Date TO Dsp-Claim-Date.
           MOVE Entered-Amount TO Dsp-Disputed-Amount.
           MOVE Entered-Claim-Date TO Deadline-Date.
           PERFORM Add-One-Day
               VARYING Resolution-Day-Sub FROM 1 BY 1
               UNTIL Resolution-Day-Sub > Resolution-Days.
           MOVE Deadline-Date TO Dsp-Deadline-Date.
           SET Dsp-Open TO TRUE.
           MOVE Signon-User-Id TO Dsp-Opened-By.
           MOVE Today-Date TO Dsp-Opened-Date.
           MOVE 0 TO Dsp-Closed-Date.
           WRITE Dispute-Case-Record
               INVALID KEY
                   DISPLAY "Case " Dsp-Key " already on file."
           END-WRITE.
           IF Dsp-File-Ok
               SET Tran-Is-Credit TO TRUE
               PERFORM Write-Dispute-Transaction
               MOVE Dsp-Acct-Number TO Maud-Work-Key
               MOVE "Dispute Opened" TO Maud-Work-Field
               MOVE Dsp-Case-Seq TO Maud-Work-Old
               MOVE Dsp-Disputed-Amount TO Maud-Num-Work
               MOVE Maud-Num-Work TO Maud-Work-New
               PERFORM Write-Maint-Audit
               DISPLAY "Case " Dsp-Case-Seq " opened; provisional"
                   " credit queued; resolve by " Dsp-Deadline-Date "."
           END-IF.

       Add-One-Day.
           MOVE Month-Length(Deadline-Month) TO Days-In-Month.
           IF Deadline-Month = 2
               DIVIDE Deadline-Year BY 4 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-4
               DIVIDE Deadline-Year BY 100 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-100
               DIVIDE Deadline-Year BY 400 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-400
               IF Leap-Remainder-4 = 0
                   AND (Leap-Remainder-100 NOT = 0
                       OR Leap-Remainder-400 = 0)
                   MOVE 29 TO Days-In-Month
               END-IF
           END-IF.
           IF Deadline-Day < Days-In-Month
               ADD 1 TO Deadline-Day
           ELSE
               MOVE 1 TO Deadline-Day
               IF Deadline-Month < 12
                   ADD 1 TO Deadline-Month
               ELSE
                   MOVE 1 TO Deadline-Month
                   ADD 1 TO Deadline-Year
               END-IF
           END-IF.

      *> Called with the credit or debit type set; the provisional
      *> credit and its reversal both carry the disputed amount.
       Write-Dispute-Transaction.
           MOVE Dsp-Acct-Number TO Tran-Acct-Number.
           MOVE Dsp-Disputed-Amount TO Tran-Amount.
           MOVE Today-Date TO Tran-Date.
           MOVE SPACES TO Tran-Counterpart-Acct.
           SET Tran-Src-Dispute TO TRUE.
           MOVE Signon-User-Id TO Tran-Operator-Id.
           MOVE 0 TO Tran-Effective-Date.
           OPEN EXTEND Transaction-File.
           IF Tran-File-Status = "35"
               CLOSE Transaction-File
               OPEN OUTPUT Transaction-File
           END-IF.
           WRITE Tran-Record.
           CLOSE Transaction-File.

       Close-Dispute-Case.
           DISPLAY "Enter account number: " WITH NO ADVANCING.
           ACCEPT Entered-Acct-Number.
           DISPLAY "Enter case number: " WITH NO ADVANCING.
           ACCEPT Entered-Case-Seq.
           MOVE Entered-Acct-Number TO Dsp-Acct-Number.
           MOVE Entered-Case-Seq TO Dsp-Case-Seq.
           READ Dispute-File
               INVALID KEY
                   DISPLAY "No case " Entered-Case-Seq " on "
                       Entered-Acct-Number
           END-READ.
           IF Dsp-File-Ok
               IF NOT Dsp-Open
                   DISPLAY "Case already closed (" Dsp-Status ") by "
                       Dsp-Closed-By " on " Dsp-Closed-Date "."
               ELSE
                   PERFORM Show-One-Case
                   DISPLAY "F)inal credit to customer or R)everse"
                       " credit: " WITH NO ADVANCING
                   ACCEPT Entered-Outcome
                   IF Outcome-Final OR Outcome-Reverse
                       PERFORM Record-Case-Outcome
                   ELSE
                       DISPLAY "Case left open."
                   END-IF
               END-IF
           END-IF.

       Record-Case-Outcome.
           IF Outcome-Final
               SET Dsp-Credit-Final TO TRUE
           ELSE
               SET Dsp-Credit-Reversed TO TRUE
           END-IF.
           MOVE Signon-User-Id TO Dsp-Closed-By.
           MOVE Today-Date TO Dsp-Closed-Date.
           REWRITE Dispute-Case-Record.
           IF Dsp-Credit-Reversed
               SET Tran-Is-Debit TO TRUE
               PERFORM Write-Dispute-Transaction
               DISPLAY "Provisional credit reversal queued."
           ELSE
               DISPLAY "Provisional credit is now final."
           END-IF.
           MOVE Dsp-Acct-Number TO Maud-Work-Key.
           MOVE "Dispute Status" TO Maud-Work-Field.
           MOVE "O" TO Maud-Work-Old.
           MOVE Dsp-Status TO Maud-Work-New.
           PERFORM Write-Maint-Audit.

       Inquire-Account-Cases.
           DISPLAY "Enter account number: " WITH NO ADVANCING.
           ACCEPT Entered-Acct-Number.
           MOVE 0 TO Cases-Listed.
           MOVE Entered-Acct-Number TO Dsp-Acct-Number.
           MOVE 0 TO Dsp-Case-Seq.
           START Dispute-File KEY IS NOT LESS THAN Dsp-Key
               INVALID KEY
                   SET Dsp-File-Eof TO TRUE
           END-START.
           IF Dsp-File-Ok
               PERFORM Read-Next-Case
           END-IF.
           PERFORM List-One-Account-Case
               UNTIL Dsp-File-Eof
               OR Dsp-Acct-Number NOT = Entered-Acct-Number.
           IF Cases-Listed = 0
               DISPLAY "No dispute cases on " Entered-Acct-Number "."
           END-IF.
           MOVE "00" TO Dsp-File-Status.

       List-One-Account-Case.
           ADD 1 TO Cases-Listed.
           PERFORM Show-One-Case.
           PERFORM Read-Next-Case.

       List-Open-Cases.
           MOVE 0 TO Cases-Listed.
           MOVE LOW-VALUES TO Dsp-Key.
           START Dispute-File KEY IS GREATER THAN Dsp-Key
               INVALID KEY
                   SET Dsp-File-Eof TO TRUE
           END-START.
           IF Dsp-File-Ok
               PERFORM Read-Next-Case
           END-IF.
           PERFORM List-One-Open-Case UNTIL Dsp-File-Eof.
           IF Cases-Listed = 0
               DISPLAY "No open dispute cases."
           END-IF.
           MOVE "00" TO Dsp-File-Status.

       List-One-Open-Case.
           IF Dsp-Open
               ADD 1 TO Cases-Listed
               PERFORM Show-One-Case
           END-IF.
           PERFORM Read-Next-Case.

       Show-One-Case.
           MOVE Dsp-Disputed-Amount TO Amount-Display.
           DISPLAY Dsp-Acct-Number " case " Dsp-Case-Seq
               " status " Dsp-Status " disputed " Amount-Display.
           DISPLAY "    debit posted " Dsp-Jrnl-Post-Date
               " claimed " Dsp-Claim-Date " deadline "
               Dsp-Deadline-Date " opened by " Dsp-Opened-By.

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

       COPY SIGNON.

       COPY MAUDPROC.
