      *> a transfer nets to zero against the master total whether it
      *> applied or backed out, and a transfer NSF line is not added
      *> back the way a plain debit NSF is.
      *> 2026-10-15: The NSFRPT layout now comes from the shared
      *> NSFREC copybook. A line marked saved by an overdraft sweep
      *> posted after all and is not added back; the sweep fee it
      *> carries was debited outside the validated file, so it is
      *> taken off the expected net change instead.
      *> 2026-10-15: A transfer between accounts of different
      *> currencies credits a different amount than it debits, so
      *> the proof now reads the day's PSTJRNL converted transfer
      *> credit legs and adds each one's difference to the expected
      *> net change.
      *> 2026-10-15: A transfer to another bank's account posts only
      *> its debit leg, so the day's PSTJRNL entries flagged for the
      *> outgoing clearing file are taken off the expected net
      *> change as well.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oob-File-Status.

           SELECT Posted-Journal-File ASSIGN TO "PSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.
       COPY TRANREC.

       FD  Nsf-Report-File.
       COPY NSFREC.

       FD  Out-Of-Balance-File.
       01 Out-Of-Balance-Record.
           05 Oob-Difference        PIC S9(11)V99 SIGN IS LEADING
                                     SEPARATE.

       FD  Posted-Journal-File.
       COPY PSTJRNL.

       FD  Run-Control-File.
       COPY RUNCTL.


       01 Oob-File-Status PIC X(02) VALUE "00".

       01 Jrnl-File-Status PIC X(02) VALUE "00".
          88 Jrnl-File-Ok VALUE "00".
          88 Jrnl-File-Eof VALUE "10".

       01 Proof-Mode PIC X(01) VALUE "S".
          88 Mode-Snapshot VALUE "S".
          88 Mode-Prove VALUE "P".
       Prove-Posting-Run.
           PERFORM Total-Transaction-File.
           PERFORM Add-Back-Nsf-Debits.
           PERFORM Add-Fx-Transfer-Differences.
           COMPUTE Expected-Total =
               Before-Balance-Total + Transaction-Net.
           COMPUTE Balance-Difference =
                   SET Nsf-File-Eof TO TRUE
           END-READ.

      *> A debit an overdraft sweep saved did post; only its sweep
      *> fee moved the master total beyond the validated file (the
      *> sweep itself is a transfer between our own accounts).
       Add-Back-One-Nsf.
           IF Nsf-Saved-By-Sweep
               SUBTRACT Nsf-Sweep-Fee FROM Transaction-Net
           ELSE
               IF Nsf-Tran-Type NOT = "T"
                   ADD Nsf-Amount TO Transaction-Net
               END-IF
           END-IF.
           PERFORM Read-Next-Nsf-Record.

      *> A converted transfer's credit leg carries the debit leg's
      *> amount as its counter amount (zero on every other entry);
      *> the master total moved by the difference between the two.
      *> An outgoing transfer to another bank has no credit leg, so
      *> the master total moved by its whole debit.
       Add-Fx-Transfer-Differences.
           OPEN INPUT Posted-Journal-File.
           IF Jrnl-File-Ok
               PERFORM Read-Next-Journal-Entry
               PERFORM Add-One-Fx-Difference UNTIL Jrnl-File-Eof
               CLOSE Posted-Journal-File
           END-IF.

       Read-Next-Journal-Entry.
           READ Posted-Journal-File
               AT END
                   SET Jrnl-File-Eof TO TRUE
           END-READ.

       Add-One-Fx-Difference.
           IF Jrnl-Post-Date = Today-Date
               AND Jrnl-Tran-Type = "C"
               AND Jrnl-Counter-Amount IS NUMERIC
               AND Jrnl-Counter-Amount NOT = 0
               COMPUTE Transaction-Net = Transaction-Net
                   + Jrnl-Amount - Jrnl-Counter-Amount
           END-IF.
           IF Jrnl-Post-Date = Today-Date
               AND Jrnl-Clearing-Outbound
               SUBTRACT Jrnl-Amount FROM Transaction-Net
           END-IF.
           PERFORM Read-Next-Journal-Entry.

       Reset-Snapshot.
           OPEN OUTPUT Snapshot-File.
           MOVE "N" TO Snap-Pending-Flag.
