       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnomalyRelease.
      *> AnomalyRelease walks the ANOMSUSP review queue of customer
      *> payments TransactionEdit held as unusual for the account -
      *> far more payments in a night than it usually makes, a
      *> payment far above its typical amount, or a large transfer
      *> to an account it has never paid - shows the reviewer each
      *> held payment and the test it tripped, and lets them release
      *> the genuine ones to the ANOMRCYC recycle file the next
      *> TransactionEdit run accepts (re-edited, but not screened
      *> again) - the same release flow DuplicateRelease gives
      *> suspected duplicates. A skipped payment simply stays off
      *> the recycle file and does not post.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Anomaly-Suspense-File ASSIGN TO "ANOMSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Anom-File-Status.

           SELECT Anomaly-Recycle-File ASSIGN TO "ANOMRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Arcy-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Anomaly-Suspense-File.
       01 Anomaly-Suspense-Record.
           05 Anom-Tran-Data        PIC X(65).
           05 Anom-Reason-Code      PIC 9(04).
           05 Anom-Reason-Text      PIC X(20).

       FD  Anomaly-Recycle-File.
       01 Anomaly-Recycle-Record PIC X(65).

       WORKING-STORAGE SECTION.
       01 Anom-File-Status PIC X(02) VALUE "00".
          88 Anom-File-Ok VALUE "00".
          88 Anom-File-Eof VALUE "10".

       01 Arcy-File-Status PIC X(02) VALUE "00".

      *> The held record is unpacked through the shared TRANREC
      *> layout so this program can never drift from what
      *> TransactionEdit held.
       COPY TRANREC.

       01 Operator-Choice PIC X(01).
          88 Choice-Release VALUE "R" "r".
          88 Choice-Skip VALUE "S" "s".
          88 Choice-Quit VALUE "Q" "q".

       01 Records-Reviewed PIC 9(05) VALUE 0.
       01 Records-Released PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           OPEN INPUT Anomaly-Suspense-File.
           IF NOT Anom-File-Ok
               DISPLAY "No ANOMSUSP review queue to review."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Anomaly-Recycle-File.
           DISPLAY "===== Unusual-Payment Release =====".
           PERFORM Read-Next-Held-Payment.
           PERFORM Review-One-Held-Payment
               UNTIL Anom-File-Eof OR Choice-Quit.
           CLOSE Anomaly-Suspense-File.
           CLOSE Anomaly-Recycle-File.
           DISPLAY "Records reviewed: " Records-Reviewed.
           DISPLAY "Records released: " Records-Released.
           STOP RUN.

       Read-Next-Held-Payment.
           READ Anomaly-Suspense-File
               AT END
                   SET Anom-File-Eof TO TRUE
           END-READ.

       Review-One-Held-Payment.
           ADD 1 TO Records-Reviewed.
           MOVE Anom-Tran-Data TO Tran-Record.
           DISPLAY "Held: " Tran-Acct-Number " type "
               Tran-Type " amount " Tran-Amount
               " date " Tran-Date.
           IF Tran-Is-Transfer
               DISPLAY "To account: " Tran-Counterpart-Acct
           END-IF.
           DISPLAY "Reason code: " Anom-Reason-Code
               " unusual " Anom-Reason-Text.
           DISPLAY "R)elease  S)kip  Q)uit: " WITH NO ADVANCING.
           ACCEPT Operator-Choice.
           IF Choice-Release
               MOVE Anom-Tran-Data TO Anomaly-Recycle-Record
               WRITE Anomaly-Recycle-Record
               ADD 1 TO Records-Released
               DISPLAY "Released to recycle file."
           END-IF.
           IF NOT Choice-Quit
               PERFORM Read-Next-Held-Payment
           END-IF.
