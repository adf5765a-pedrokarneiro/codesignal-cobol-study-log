       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClearingOutbound.
      *> ClearingOutbound builds the day's outgoing clearing-house
      *> payment file (CLROUT, the CLRREC layout) after BankPosting.
      *> Every transfer posted today whose counterpart is not on the
      *> account master - the PSTJRNL debit legs BankPosting flags
      *> for clearing - becomes a credit entry to that account at
      *> the receiving bank, for the local-currency amount posted.
      *> The file is one batch under the CLRPARM bank id, and is
      *> balanced: a closing debit entry draws the batch total on
      *> the bank's clearing settlement account, so the trailer's
      *> debit and credit totals agree. The file is rebuilt whole
      *> from the journal each run, so a rerun sends nothing twice.
      *> A day with outgoing transfers but no CLRPARM, or an entry
      *> too large for the clearing amount field, refuses the run
      *> with condition code 8 and an ALERTFIL alert.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Posted-Journal-File ASSIGN TO "PSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Clearing-Out-File ASSIGN TO "CLROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Clro-File-Status.

           SELECT Clearing-Parm-File ASSIGN TO "CLRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Alert-File ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Posted-Journal-File.
       COPY PSTJRNL.

       FD  Clearing-Out-File.
       COPY CLRREC.

       FD  Clearing-Parm-File.
       COPY CLRPARM.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Job-Log-File.
       COPY JOBLOG.

       FD  Run-Control-File.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Today-Date PIC 9(08).

       01 Jrnl-File-Status PIC X(02) VALUE "00".
          88 Jrnl-File-Ok VALUE "00".
          88 Jrnl-File-Eof VALUE "10".
       01 Clro-File-Status PIC X(02) VALUE "00".
       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       01 Parm-Found-Switch PIC X(01) VALUE "N".
          88 Parm-Is-Found VALUE "Y".
       01 Our-Bank-Id PIC X(09) VALUE SPACES.
       01 Our-Bank-Name PIC X(20) VALUE SPACES.
       01 Our-Settlement-Acct PIC X(15) VALUE SPACES.

       01 Max-Clearing-Amount PIC 9(08)V99 VALUE 99999999.99.
       01 Send-Amount PIC S9(11)V99 VALUE 0.

       01 Entry-Sequence PIC 9(07) VALUE 0.
       01 Transfers-Found PIC 9(06) VALUE 0.
       01 Entries-Sent PIC 9(06) VALUE 0.
       01 Entries-Too-Large PIC 9(06) VALUE 0.
       01 Batch-Credit-Total PIC 9(10)V99 VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Read-Clearing-Parm.
           IF NOT Parm-Is-Found
               PERFORM Count-Outgoing-Transfers
           ELSE
               PERFORM Build-Outgoing-File
           END-IF.
           DISPLAY "Outgoing transfers found: " Transfers-Found.
           DISPLAY "Clearing entries sent: " Entries-Sent.
           DISPLAY "Clearing batch total: " Batch-Credit-Total.
           IF Entries-Too-Large > 0
               DISPLAY "Transfers too large to send: "
                   Entries-Too-Large
               MOVE 9001 TO Alert-Err-Code
               MOVE "CLROUT transfer too large to send" TO Alert-Text
               SET Alert-Severe TO TRUE
               PERFORM Write-Operator-Alert
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

       Read-Clearing-Parm.
           OPEN INPUT Clearing-Parm-File.
           IF Parm-File-Ok
               READ Clearing-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Clp-Bank-Id NOT = SPACES
                           AND Clp-Settlement-Acct NOT = SPACES
                           SET Parm-Is-Found TO TRUE
                           MOVE Clp-Bank-Id TO Our-Bank-Id
                           MOVE Clp-Bank-Name TO Our-Bank-Name
                           MOVE Clp-Settlement-Acct
                               TO Our-Settlement-Acct
                       END-IF
               END-READ
               CLOSE Clearing-Parm-File
           END-IF.

      *> Without a bank id and settlement account no file can be
      *> built; that only matters on a day something has to go out.
       Count-Outgoing-Transfers.
           OPEN INPUT Posted-Journal-File.
           IF Jrnl-File-Ok
               PERFORM Read-Next-Journal-Entry
               PERFORM Count-One-Journal-Entry UNTIL Jrnl-File-Eof
               CLOSE Posted-Journal-File
           END-IF.
           IF Transfers-Found > 0
               DISPLAY "No usable CLRPARM - outgoing transfers "
                   "not sent."
               MOVE 9001 TO Alert-Err-Code
               MOVE "CLROUT not built - no CLRPARM" TO Alert-Text
               SET Alert-Severe TO TRUE
               PERFORM Write-Operator-Alert
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "No CLRPARM and nothing to send."
           END-IF.

       Count-One-Journal-Entry.
           IF Jrnl-Post-Date = Today-Date
               AND Jrnl-Is-Debit
               AND Jrnl-Clearing-Outbound
               ADD 1 TO Transfers-Found
           END-IF.
           PERFORM Read-Next-Journal-Entry.

       Read-Next-Journal-Entry.
           READ Posted-Journal-File
               AT END
                   SET Jrnl-File-Eof TO TRUE
           END-READ.

       Build-Outgoing-File.
           OPEN OUTPUT Clearing-Out-File.
           MOVE SPACES TO Clearing-Batch-Header.
           SET Clh-Is-Batch-Header TO TRUE.
           MOVE 1 TO Clh-Batch-Number.
           MOVE Our-Bank-Id TO Clh-Origin-Bank-Id.
           MOVE Our-Bank-Name TO Clh-Company-Name.
           MOVE Today-Date TO Clh-Effective-Date.
           WRITE Clearing-Batch-Header.
           OPEN INPUT Posted-Journal-File.
           IF Jrnl-File-Ok
               PERFORM Read-Next-Journal-Entry
               PERFORM Send-One-Journal-Entry UNTIL Jrnl-File-Eof
               CLOSE Posted-Journal-File
           END-IF.
           IF Entries-Sent > 0
               PERFORM Write-Settlement-Entry
           END-IF.
           MOVE SPACES TO Clearing-Batch-Trailer.
           SET Clt-Is-Batch-Trailer TO TRUE.
           MOVE 1 TO Clt-Batch-Number.
           MOVE Entry-Sequence TO Clt-Entry-Count.
           MOVE Batch-Credit-Total TO Clt-Debit-Total.
           MOVE Batch-Credit-Total TO Clt-Credit-Total.
           WRITE Clearing-Batch-Trailer.
           CLOSE Clearing-Out-File.

      *> A converted transfer went out of a foreign-currency account
      *> but settles at the local amount BankPosting journaled.
       Send-One-Journal-Entry.
           IF Jrnl-Post-Date = Today-Date
               AND Jrnl-Is-Debit
               AND Jrnl-Clearing-Outbound
               ADD 1 TO Transfers-Found
               IF Jrnl-Local-Amount IS NUMERIC
                   MOVE Jrnl-Local-Amount TO Send-Amount
               ELSE
                   MOVE Jrnl-Amount TO Send-Amount
               END-IF
               IF Send-Amount > Max-Clearing-Amount
                   ADD 1 TO Entries-Too-Large
                   DISPLAY "  Too large to send: " Jrnl-Acct-Number
                       " to " Jrnl-Counterpart-Acct " " Send-Amount
               ELSE
                   PERFORM Write-Transfer-Entry
               END-IF
           END-IF.
           PERFORM Read-Next-Journal-Entry.

      *> The receiving bank is found by the clearing house from the
      *> receiving account; the transfer carries no bank id.
       Write-Transfer-Entry.
           ADD 1 TO Entry-Sequence.
           MOVE SPACES TO Clearing-Entry-Record.
           SET Cle-Is-Entry TO TRUE.
           SET Cle-Is-Credit TO TRUE.
           MOVE Jrnl-Counterpart-Acct TO Cle-Receiver-Acct.
           MOVE Send-Amount TO Cle-Amount.
           MOVE Our-Bank-Id TO Cle-Origin-Bank-Id.
           MOVE Jrnl-Acct-Number TO Cle-Origin-Acct.
           COMPUTE Cle-Trace-Number =
               Today-Date * 10000000 + Entry-Sequence.
           WRITE Clearing-Entry-Record.
           ADD 1 TO Entries-Sent.
           ADD Send-Amount TO Batch-Credit-Total.

      *> The offsetting debit on our own settlement account is what
      *> makes the batch balance.
       Write-Settlement-Entry.
           ADD 1 TO Entry-Sequence.
           MOVE SPACES TO Clearing-Entry-Record.
           SET Cle-Is-Entry TO TRUE.
           SET Cle-Is-Debit TO TRUE.
           MOVE Our-Bank-Id TO Cle-Receiver-Bank-Id.
           MOVE Our-Settlement-Acct TO Cle-Receiver-Acct.
           MOVE Batch-Credit-Total TO Cle-Amount.
           MOVE Our-Bank-Id TO Cle-Origin-Bank-Id.
           MOVE Our-Settlement-Acct TO Cle-Origin-Acct.
           COMPUTE Cle-Trace-Number =
               Today-Date * 10000000 + Entry-Sequence.
           MOVE Our-Bank-Name TO Cle-Individual-Name.
           WRITE Clearing-Entry-Record.

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

       Write-Operator-Alert.
           MOVE "ClearingOutbound" TO Alert-Program-Id.
           MOVE Today-Date TO Alert-Business-Date.
           OPEN EXTEND Alert-File.
           IF Alert-File-Status = "35"
               CLOSE Alert-File
               OPEN OUTPUT Alert-File
           END-IF.
           MOVE "N" TO Alert-Ack-Flag.
           MOVE SPACES TO Alert-Ack-User.
           MOVE 0 TO Alert-Ack-Date.
           WRITE Operator-Alert-Record.
           CLOSE Alert-File.

       Write-Job-Log.
           MOVE "ClearingOutbound" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Entries-Sent TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.
