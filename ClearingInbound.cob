       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClearingInbound.
      *> ClearingInbound takes the day's incoming clearing-house
      *> payment file (CLRIN, the CLRREC layout) and turns it into
      *> postings, ahead of TransactionEdit. The whole file is proved
      *> first: every batch must open with a header addressed to this
      *> bank, close with a trailer, and its trailer's entry count
      *> and debit and credit totals must agree with what was
      *> counted - a batch that does not, an entry outside a batch or
      *> a record of no known type refuses the whole file with
      *> condition code 8 and an ALERTFIL alert before a single entry
      *> is converted. A proved file's entries are then appended to
      *> TRANFILE as credits and debits under the "H" clearing
      *> source, the originator's account carried as counterpart so
      *> a stop order can name it. An entry that cannot post here -
      *> no such account, a closed account, an account held in a
      *> foreign currency or an amount beyond what a posting can
      *> carry - goes instead to the CLRRTN return file, one batch
      *> with its own trailer, with the reason it is sent back. The
      *> CLRCTL control record keeps the business date last
      *> converted, so a rerun on the same date converts nothing
      *> twice.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Clearing-In-File ASSIGN TO "CLRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Clri-File-Status.

           SELECT Clearing-Return-File ASSIGN TO "CLRRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Clrr-File-Status.

           SELECT Clearing-Parm-File ASSIGN TO "CLRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Clearing-Control-File ASSIGN TO "CLRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Clrc-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Transaction-File ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tran-File-Status.

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
       FD  Clearing-In-File.
       COPY CLRREC.

       FD  Clearing-Return-File.
       01 Clearing-Return-Record PIC X(94).

       FD  Clearing-Parm-File.
       COPY CLRPARM.

       FD  Clearing-Control-File.
       01 Clearing-Control-Record.
           05 Clc-Last-Business-Date PIC 9(08).
           05 Clc-Entries-Converted  PIC 9(07).

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Transaction-File.
       COPY TRANREC.

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

       01 Clri-File-Status PIC X(02) VALUE "00".
          88 Clri-File-Ok VALUE "00".
          88 Clri-File-Eof VALUE "10".
       01 Clrr-File-Status PIC X(02) VALUE "00".
       01 Clrc-File-Status PIC X(02) VALUE "00".
          88 Clrc-File-Ok VALUE "00".
       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".
       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
       01 Tran-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       01 Parm-Found-Switch PIC X(01) VALUE "N".
          88 Parm-Is-Found VALUE "Y".
       01 Our-Bank-Id PIC X(09) VALUE SPACES.
       01 Our-Bank-Name PIC X(20) VALUE SPACES.

       01 In-Batch-Switch PIC X(01) VALUE "N".
          88 In-Open-Batch VALUE "Y".
       01 Clearing-Control-Failed PIC X(01) VALUE "N".
          88 Clearing-Controls-Failed VALUE "Y".
       01 Current-Batch-Number PIC 9(07) VALUE 0.
       01 Counted-Entry-Count PIC 9(06) VALUE 0.
       01 Counted-Debit-Total PIC 9(10)V99 VALUE 0.
       01 Counted-Credit-Total PIC 9(10)V99 VALUE 0.
       01 Batches-Proved PIC 9(05) VALUE 0.

       01 Max-Posting-Amount PIC 9(08)V99 VALUE 9999999.99.

       01 Entries-Read PIC 9(07) VALUE 0.
       01 Entries-Converted PIC 9(07) VALUE 0.
       01 Entries-Returned PIC 9(07) VALUE 0.
       01 Credits-Converted-Total PIC 9(10)V99 VALUE 0.
       01 Debits-Converted-Total PIC 9(10)V99 VALUE 0.
       01 Returned-Debit-Total PIC 9(10)V99 VALUE 0.
       01 Returned-Credit-Total PIC 9(10)V99 VALUE 0.

       01 Return-Batch-Header.
           05 FILLER              PIC X(01) VALUE "5".
           05 Rbh-Batch-Number    PIC 9(07) VALUE 1.
           05 Rbh-Origin-Bank-Id  PIC X(09).
           05 Rbh-Dest-Bank-Id    PIC X(09) VALUE SPACES.
           05 Rbh-Company-Name    PIC X(20).
           05 Rbh-Effective-Date  PIC 9(08).
           05 FILLER              PIC X(40) VALUE SPACES.

       01 Return-Batch-Trailer.
           05 FILLER              PIC X(01) VALUE "8".
           05 Rbt-Batch-Number    PIC 9(07) VALUE 1.
           05 Rbt-Entry-Count     PIC 9(06).
           05 Rbt-Debit-Total     PIC 9(10)V99.
           05 Rbt-Credit-Total    PIC 9(10)V99.
           05 FILLER              PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Check-Already-Converted.
           PERFORM Read-Clearing-Parm.
           PERFORM Verify-Clearing-Controls.
           PERFORM Convert-Clearing-File.
           PERFORM Write-Clearing-Control.
           DISPLAY "Clearing batches proved: " Batches-Proved.
           DISPLAY "Clearing entries read: " Entries-Read.
           DISPLAY "Entries converted to TRANFILE: " Entries-Converted.
           DISPLAY "  Credits converted: " Credits-Converted-Total.
           DISPLAY "  Debits converted:  " Debits-Converted-Total.
           DISPLAY "Entries sent back on CLRRTN: " Entries-Returned.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> One incoming file a business date: a rerun after a good
      *> run finds the date on CLRCTL and converts nothing.
       Check-Already-Converted.
           OPEN INPUT Clearing-Control-File.
           IF Clrc-File-Ok
               READ Clearing-Control-File
                   AT END
                       MOVE 0 TO Clc-Last-Business-Date
               END-READ
               CLOSE Clearing-Control-File
               IF Clc-Last-Business-Date = Today-Date
                   DISPLAY "Clearing file already converted for "
                       Today-Date " - nothing to do."
                   PERFORM Write-Job-Log
                   STOP RUN
               END-IF
           END-IF.

      *> Without a parameter record the destination bank id on the
      *> batch headers is not checked and the return file goes out
      *> with no originating bank id.
       Read-Clearing-Parm.
           OPEN INPUT Clearing-Parm-File.
           IF Parm-File-Ok
               READ Clearing-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       SET Parm-Is-Found TO TRUE
                       MOVE Clp-Bank-Id TO Our-Bank-Id
                       MOVE Clp-Bank-Name TO Our-Bank-Name
               END-READ
               CLOSE Clearing-Parm-File
           ELSE
               DISPLAY "No CLRPARM - destination bank ids not checked."
           END-IF.

      *> The proving pass reads the whole file before anything is
      *> converted, the same all-or-nothing rule TransactionEdit
      *> holds the branches' batches to.
       Verify-Clearing-Controls.
           OPEN INPUT Clearing-In-File.
           IF Clri-File-Status = "35"
               DISPLAY "No incoming clearing file today."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           MOVE "N" TO In-Batch-Switch.
           MOVE "N" TO Clearing-Control-Failed.
           PERFORM Read-Next-Clearing-Record.
           PERFORM Scan-One-Clearing-Record UNTIL Clri-File-Eof.
           IF In-Open-Batch
               DISPLAY "Clearing batch " Current-Batch-Number
                   " has no trailer - file truncated."
               SET Clearing-Controls-Failed TO TRUE
           END-IF.
           CLOSE Clearing-In-File.
           IF Clearing-Controls-Failed
               MOVE 9001 TO Alert-Err-Code
               MOVE "CLRIN clearing control failure" TO Alert-Text
               SET Alert-Severe TO TRUE
               PERFORM Write-Operator-Alert
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.

       Read-Next-Clearing-Record.
           READ Clearing-In-File
               AT END
                   SET Clri-File-Eof TO TRUE
           END-READ.

       Scan-One-Clearing-Record.
           EVALUATE TRUE
               WHEN Clh-Is-Batch-Header
                   PERFORM Open-One-Batch
               WHEN Cle-Is-Entry
                   PERFORM Count-One-Entry
               WHEN Clt-Is-Batch-Trailer
                   PERFORM Verify-One-Trailer
               WHEN OTHER
                   DISPLAY "Unknown clearing record type "
                       Clh-Record-Type
                   SET Clearing-Controls-Failed TO TRUE
           END-EVALUATE.
           PERFORM Read-Next-Clearing-Record.

       Open-One-Batch.
           IF In-Open-Batch
               DISPLAY "Clearing batch " Current-Batch-Number
                   " has no trailer - file truncated."
               SET Clearing-Controls-Failed TO TRUE
           END-IF.
           MOVE "Y" TO In-Batch-Switch.
           MOVE Clh-Batch-Number TO Current-Batch-Number.
           MOVE 0 TO Counted-Entry-Count.
           MOVE 0 TO Counted-Debit-Total.
           MOVE 0 TO Counted-Credit-Total.
           IF Parm-Is-Found
               AND Clh-Dest-Bank-Id NOT = Our-Bank-Id
               DISPLAY "Clearing batch " Current-Batch-Number
                   " is addressed to bank " Clh-Dest-Bank-Id
               SET Clearing-Controls-Failed TO TRUE
           END-IF.

       Count-One-Entry.
           IF NOT In-Open-Batch
               DISPLAY "Clearing entry outside any batch: "
                   Cle-Trace-Number
               SET Clearing-Controls-Failed TO TRUE
           ELSE
               ADD 1 TO Counted-Entry-Count
               IF Cle-Amount IS NOT NUMERIC
                   OR (NOT Cle-Is-Credit AND NOT Cle-Is-Debit)
                   DISPLAY "Clearing batch " Current-Batch-Number
                       " has an unreadable entry: " Cle-Trace-Number
                   SET Clearing-Controls-Failed TO TRUE
               ELSE
                   IF Cle-Is-Credit
                       ADD Cle-Amount TO Counted-Credit-Total
                   ELSE
                       ADD Cle-Amount TO Counted-Debit-Total
                   END-IF
               END-IF
           END-IF.

       Verify-One-Trailer.
           IF NOT In-Open-Batch
               DISPLAY "Clearing trailer with no header on CLRIN."
               SET Clearing-Controls-Failed TO TRUE
           ELSE
               ADD 1 TO Batches-Proved
               IF Clt-Batch-Number NOT = Current-Batch-Number
                   OR Clt-Entry-Count IS NOT NUMERIC
                   OR Clt-Debit-Total IS NOT NUMERIC
                   OR Clt-Credit-Total IS NOT NUMERIC
                   DISPLAY "Clearing batch " Current-Batch-Number
                       " trailer does not match its header."
                   SET Clearing-Controls-Failed TO TRUE
               ELSE
                   IF Clt-Entry-Count NOT = Counted-Entry-Count
                       OR Clt-Debit-Total NOT = Counted-Debit-Total
                       OR Clt-Credit-Total NOT = Counted-Credit-Total
                       DISPLAY "Clearing batch " Current-Batch-Number
                           " OUT OF BALANCE - declared "
                           Clt-Entry-Count " " Clt-Debit-Total " "
                           Clt-Credit-Total " counted "
                           Counted-Entry-Count " "
                           Counted-Debit-Total " "
                           Counted-Credit-Total
                       SET Clearing-Controls-Failed TO TRUE
                   ELSE
                       DISPLAY "Clearing batch " Current-Batch-Number
                           " proved: " Counted-Entry-Count
                           " entries"
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO In-Batch-Switch.

      *> The proved file is read again, entry by entry, into
      *> TRANFILE or back out on the return file.
       Convert-Clearing-File.
           OPEN INPUT Clearing-In-File.
           OPEN INPUT Account-Master-File.
           OPEN EXTEND Transaction-File.
           IF Tran-File-Status = "35"
               CLOSE Transaction-File
               OPEN OUTPUT Transaction-File
           END-IF.
           OPEN OUTPUT Clearing-Return-File.
           MOVE Our-Bank-Id TO Rbh-Origin-Bank-Id.
           MOVE Our-Bank-Name TO Rbh-Company-Name.
           MOVE Today-Date TO Rbh-Effective-Date.
           WRITE Clearing-Return-Record FROM Return-Batch-Header.
           MOVE "00" TO Clri-File-Status.
           PERFORM Read-Next-Clearing-Record.
           PERFORM Convert-One-Clearing-Record UNTIL Clri-File-Eof.
           MOVE Entries-Returned TO Rbt-Entry-Count.
           MOVE Returned-Debit-Total TO Rbt-Debit-Total.
           MOVE Returned-Credit-Total TO Rbt-Credit-Total.
           WRITE Clearing-Return-Record FROM Return-Batch-Trailer.
           CLOSE Clearing-Return-File.
           CLOSE Transaction-File.
           CLOSE Account-Master-File.
           CLOSE Clearing-In-File.

       Convert-One-Clearing-Record.
           IF Cle-Is-Entry
               ADD 1 TO Entries-Read
               PERFORM Check-Entry-Postable
               IF Cle-Not-Returned
                   PERFORM Write-Converted-Entry
               ELSE
                   PERFORM Write-Returned-Entry
               END-IF
           END-IF.
           PERFORM Read-Next-Clearing-Record.

      *> Clearing settles in local currency, so an account held in
      *> another currency cannot take the entry as it stands.
       Check-Entry-Postable.
           MOVE SPACES TO Cle-Return-Reason.
           MOVE Cle-Receiver-Acct TO Acct-Number.
           READ Account-Master-File
               INVALID KEY
                   SET Cle-Return-No-Account TO TRUE
           END-READ.
           IF Acct-File-Ok
               IF Acct-Closed
                   SET Cle-Return-Acct-Closed TO TRUE
               ELSE
                   IF NOT Acct-Local-Currency
                       OR Cle-Amount > Max-Posting-Amount
                       SET Cle-Return-Not-Postable TO TRUE
                   END-IF
               END-IF
           END-IF.

       Write-Converted-Entry.
           MOVE SPACES TO Tran-Record.
           MOVE Cle-Receiver-Acct TO Tran-Acct-Number.
           IF Cle-Is-Credit
               SET Tran-Is-Credit TO TRUE
               ADD Cle-Amount TO Credits-Converted-Total
           ELSE
               SET Tran-Is-Debit TO TRUE
               ADD Cle-Amount TO Debits-Converted-Total
           END-IF.
           MOVE Cle-Amount TO Tran-Amount.
           MOVE Today-Date TO Tran-Date.
           MOVE Cle-Origin-Acct TO Tran-Counterpart-Acct.
           SET Tran-Src-Clearing TO TRUE.
           MOVE "*BATCH*" TO Tran-Operator-Id.
           MOVE 0 TO Tran-Effective-Date.
           WRITE Tran-Record.
           ADD 1 TO Entries-Converted.

       Write-Returned-Entry.
           WRITE Clearing-Return-Record FROM Clearing-Entry-Record.
           ADD 1 TO Entries-Returned.
           IF Cle-Is-Credit
               ADD Cle-Amount TO Returned-Credit-Total
           ELSE
               ADD Cle-Amount TO Returned-Debit-Total
           END-IF.
           DISPLAY "  Returned " Cle-Trace-Number " account "
               Cle-Receiver-Acct " reason " Cle-Return-Reason.

       Write-Clearing-Control.
           OPEN OUTPUT Clearing-Control-File.
           MOVE Today-Date TO Clc-Last-Business-Date.
           MOVE Entries-Converted TO Clc-Entries-Converted.
           WRITE Clearing-Control-Record.
           CLOSE Clearing-Control-File.

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
           MOVE "ClearingInbound" TO Alert-Program-Id.
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
           MOVE "ClearingInbound" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Entries-Read TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.
