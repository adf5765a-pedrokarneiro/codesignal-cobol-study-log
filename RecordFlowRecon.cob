       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecordFlowRecon.
      *> RecordFlowRecon proves after posting that every record the
      *> night's posting chain handed from one step to the next
      *> arrived somewhere. Each step's own figures - its JOBLOG
      *> entry and the CTLTOTAL control-total record it appends -
      *> are set against a count of the files it read or wrote:
      *>   StandingOrderGenerate's orders against the standing-order
      *>     records on TRANFILE;
      *>   the TRANFILE detail records against what TransactionEdit
      *>     read, and everything it read (recycled releases
      *>     included) against TRANVALD, TRANSUSP, DUPSUSP and
      *>     ANOMSUSP;
      *>   TRANVALD against the transactions BankPosting posted to
      *>     PSTJRNL plus the NSF and term-lock refusals on NSFRPT;
      *>   the business date's PSTJRNL entries against what
      *>     GeneralLedgerExtract totaled, its logged lines against
      *>     the GLEXTR extract, and the entries against what
      *>     BranchActivityReport tallied.
      *> The flows are printed on the FLOWRPT report. A flow that
      *> does not balance, or whose step left no figures for the
      *> business date, raises a severe ALERTFIL entry and ends the
      *> step with condition code 8, before the business date rolls.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the FLOWCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per record flow checked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Transaction-File ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tran-File-Status.

           SELECT Validated-Tran-File ASSIGN TO "TRANVALD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Vald-File-Status.

           SELECT Suspense-File ASSIGN TO "TRANSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Susp-File-Status.

           SELECT Duplicate-Suspense-File ASSIGN TO "DUPSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dups-File-Status.

           SELECT Anomaly-Suspense-File ASSIGN TO "ANOMSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Anom-File-Status.

           SELECT Nsf-Report-File ASSIGN TO "NSFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Nsf-File-Status.

           SELECT Posted-Journal-File ASSIGN TO "PSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Gl-Extract-File ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Glx-File-Status.

           SELECT Control-Total-File ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ctl-File-Status.

           SELECT Report-Print-File ASSIGN TO "FLOWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "FLOWCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

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
       FD  Transaction-File.
       COPY TRANREC.
       COPY TRANBTCH.

       FD  Validated-Tran-File.
       01 Validated-Tran-Record PIC X(65).

       FD  Suspense-File.
       01 Transaction-Suspense-Record PIC X(37).

       FD  Duplicate-Suspense-File.
       01 Duplicate-Suspense-Record PIC X(69).

       FD  Anomaly-Suspense-File.
       01 Anomaly-Suspense-Record PIC X(89).

       FD  Nsf-Report-File.
       COPY NSFREC.

       FD  Posted-Journal-File.
       COPY PSTJRNL.

       FD  Gl-Extract-File.
       COPY GLEXTR.

       FD  Control-Total-File.
       COPY CTLTOTAL.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Alert-File.
       COPY ALERTREC.

       FD  Job-Log-File.
       COPY JOBLOG.

       FD  Run-Control-File.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
          88 Joblog-File-Ok VALUE "00".
          88 Joblog-File-Eof VALUE "10".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Tran-File-Status PIC X(02) VALUE "00".
          88 Tran-File-Ok VALUE "00".
          88 Tran-File-Eof VALUE "10".
       01 Vald-File-Status PIC X(02) VALUE "00".
          88 Vald-File-Ok VALUE "00".
          88 Vald-File-Eof VALUE "10".
       01 Susp-File-Status PIC X(02) VALUE "00".
          88 Susp-File-Ok VALUE "00".
          88 Susp-File-Eof VALUE "10".
       01 Dups-File-Status PIC X(02) VALUE "00".
          88 Dups-File-Ok VALUE "00".
          88 Dups-File-Eof VALUE "10".
       01 Anom-File-Status PIC X(02) VALUE "00".
          88 Anom-File-Ok VALUE "00".
          88 Anom-File-Eof VALUE "10".
       01 Nsf-File-Status PIC X(02) VALUE "00".
          88 Nsf-File-Ok VALUE "00".
          88 Nsf-File-Eof VALUE "10".
       01 Jrnl-File-Status PIC X(02) VALUE "00".
          88 Jrnl-File-Ok VALUE "00".
          88 Jrnl-File-Eof VALUE "10".
       01 Glx-File-Status PIC X(02) VALUE "00".
          88 Glx-File-Ok VALUE "00".
          88 Glx-File-Eof VALUE "10".
       01 Ctl-File-Status PIC X(02) VALUE "00".
          88 Ctl-File-Ok VALUE "00".
          88 Ctl-File-Eof VALUE "10".
       01 Rpt-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       01 Today-Date PIC 9(08).

      *> What the steps themselves logged for the business date.
      *> StandingOrderGenerate's entries are added up - a second
      *> run the same day generates nothing and logs nothing - and
      *> the other steps' latest entry stands.
       01 Sog-Logged-Count PIC 9(07) VALUE 0.
       01 Sog-Log-Switch PIC X(01) VALUE "N".
          88 Sog-Log-Found VALUE "Y".
       01 Edit-Logged-Count PIC 9(07) VALUE 0.
       01 Edit-Log-Switch PIC X(01) VALUE "N".
          88 Edit-Log-Found VALUE "Y".
       01 Gle-Logged-Count PIC 9(07) VALUE 0.
       01 Gle-Log-Switch PIC X(01) VALUE "N".
          88 Gle-Log-Found VALUE "Y".

       01 Edit-Ctl-Read PIC 9(07) VALUE 0.
       01 Edit-Ctl-Switch PIC X(01) VALUE "N".
          88 Edit-Ctl-Found VALUE "Y".
       01 Gle-Ctl-Read PIC 9(07) VALUE 0.
       01 Gle-Ctl-Switch PIC X(01) VALUE "N".
          88 Gle-Ctl-Found VALUE "Y".
       01 Bar-Ctl-Read PIC 9(07) VALUE 0.
       01 Bar-Ctl-Switch PIC X(01) VALUE "N".
          88 Bar-Ctl-Found VALUE "Y".

      *> What is actually on the files.
       01 Tranfile-Details PIC 9(07) VALUE 0.
       01 Tranfile-Standing-Orders PIC 9(07) VALUE 0.
       01 Validated-Count PIC 9(07) VALUE 0.
       01 Suspended-Count PIC 9(07) VALUE 0.
       01 Duplicate-Count PIC 9(07) VALUE 0.
       01 Anomaly-Count PIC 9(07) VALUE 0.
       01 Edit-Output-Count PIC 9(07) VALUE 0.
       01 Recycled-Count PIC 9(07) VALUE 0.
       01 Refused-Count PIC 9(07) VALUE 0.
       01 Journal-Entries-Today PIC 9(07) VALUE 0.
       01 Posted-Tran-Count PIC 9(07) VALUE 0.
       01 Posting-Output-Count PIC 9(07) VALUE 0.
       01 Extract-Lines-Today PIC 9(07) VALUE 0.

       01 Flow-Name PIC X(40).
       01 Flow-In-Count PIC 9(07).
       01 Flow-Out-Count PIC 9(07).
       01 Flow-Difference PIC S9(07).
       01 Flow-Logged-Switch PIC X(01).
          88 Flow-Is-Logged VALUE "Y".
       01 Flows-Checked PIC 9(02) VALUE 0.
       01 Flows-Out-Of-Balance PIC 9(02) VALUE 0.
       01 Flows-Not-Logged PIC 9(02) VALUE 0.
       01 Records-Unaccounted PIC 9(07) VALUE 0.
       01 Unaccounted-Display PIC Z(06)9.

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Column-Line.
           05 FILLER               PIC X(40) VALUE "RECORD FLOW".
           05 FILLER               PIC X(09) VALUE "       IN".
           05 FILLER               PIC X(11) VALUE "        OUT".
           05 FILLER               PIC X(10) VALUE "   UNACCTD".
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "STATUS".

       01 Flow-Line.
           05 Flw-Name             PIC X(40).
           05 Flw-In               PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Flw-Out              PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Flw-Difference       PIC -(7)9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Flw-Status           PIC X(14).

       01 Part-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Prt-Label            PIC X(36).
           05 Prt-Count            PIC Z,ZZZ,ZZ9.

       01 Summary-Line.
           05 FILLER               PIC X(16) VALUE "Flows checked:".
           05 Sum-Checked          PIC Z9.
           05 FILLER               PIC X(20)
               VALUE "   Out of balance:".
           05 Sum-Out-Of-Balance   PIC Z9.
           05 FILLER               PIC X(16) VALUE "   Not logged:".
           05 Sum-Not-Logged       PIC Z9.
           05 FILLER               PIC X(26)
               VALUE "   Records unaccounted:".
           05 Sum-Unaccounted      PIC Z(06)9.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Gather-Logged-Counts.
           PERFORM Gather-Control-Totals.
           PERFORM Count-Transaction-File.
           PERFORM Count-Validated-File.
           PERFORM Count-Suspense-File.
           PERFORM Count-Duplicate-File.
           PERFORM Count-Anomaly-File.
           PERFORM Count-Nsf-Refusals.
           PERFORM Count-Posted-Journal.
           PERFORM Count-Gl-Extract.
           OPEN OUTPUT Report-Print-File.
           MOVE "INTER-STEP RECORD FLOW RECONCILIATION" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "FLOW," "IN," "OUT," "UNACCOUNTED," "STATUS"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Column-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Prove-Standing-Orders.
           PERFORM Prove-Edit-Input.
           PERFORM Prove-Edit-Outputs.
           PERFORM Prove-Posting.
           PERFORM Prove-Ledger-Extract-Input.
           PERFORM Prove-Ledger-Extract-Output.
           PERFORM Prove-Branch-Report.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Flows-Checked TO Sum-Checked.
           MOVE Flows-Out-Of-Balance TO Sum-Out-Of-Balance.
           MOVE Flows-Not-Logged TO Sum-Not-Logged.
           MOVE Records-Unaccounted TO Sum-Unaccounted.
           MOVE Summary-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           DISPLAY "Record flows checked: " Flows-Checked.
           DISPLAY "Flows out of balance: " Flows-Out-Of-Balance.
           DISPLAY "Flows with no step figures: " Flows-Not-Logged.
           DISPLAY "Records unaccounted: " Records-Unaccounted.
           IF Flows-Out-Of-Balance > 0 OR Flows-Not-Logged > 0
               MOVE Records-Unaccounted TO Unaccounted-Display
               MOVE 9001 TO Alert-Err-Code
               MOVE SPACES TO Alert-Text
               IF Flows-Out-Of-Balance > 0
                   STRING Unaccounted-Display DELIMITED BY SIZE
                       " records unaccounted - FLOWRPT"
                       DELIMITED BY SIZE
                       INTO Alert-Text
                   END-STRING
               ELSE
                   MOVE "Step record flows not logged - FLOWRPT"
                       TO Alert-Text
               END-IF
               SET Alert-Severe TO TRUE
               PERFORM Write-Operator-Alert
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> The forced-rerun marker nightlybatch.sh writes is not a run.
       Gather-Logged-Counts.
           OPEN INPUT Job-Log-File.
           IF Joblog-File-Ok
               PERFORM Read-Next-Log-Entry
               PERFORM Check-One-Log-Entry UNTIL Joblog-File-Eof
               CLOSE Job-Log-File
           END-IF.

       Read-Next-Log-Entry.
           READ Job-Log-File
               AT END
                   SET Joblog-File-Eof TO TRUE
           END-READ.

       Check-One-Log-Entry.
           IF Job-Business-Date = Today-Date
               AND NOT Job-Forced-Rerun
               EVALUATE Job-Program-Id
                   WHEN "StandingOrderGen"
                       SET Sog-Log-Found TO TRUE
                       ADD Job-Records-Processed TO Sog-Logged-Count
                   WHEN "TransactionEdit"
                       SET Edit-Log-Found TO TRUE
                       MOVE Job-Records-Processed TO Edit-Logged-Count
                   WHEN "GeneralLedgerExtract"
                       SET Gle-Log-Found TO TRUE
                       MOVE Job-Records-Processed TO Gle-Logged-Count
               END-EVALUATE
           END-IF.
           PERFORM Read-Next-Log-Entry.

       Gather-Control-Totals.
           OPEN INPUT Control-Total-File.
           IF Ctl-File-Ok
               PERFORM Read-Next-Control-Total
               PERFORM Check-One-Control-Total UNTIL Ctl-File-Eof
               CLOSE Control-Total-File
           END-IF.

       Read-Next-Control-Total.
           READ Control-Total-File
               AT END
                   SET Ctl-File-Eof TO TRUE
           END-READ.

       Check-One-Control-Total.
           IF CTL-RUN-DATE = Today-Date
               EVALUATE CTL-PROGRAM-ID
                   WHEN "TransactionEdit"
                       SET Edit-Ctl-Found TO TRUE
                       MOVE CTL-RECORDS-READ TO Edit-Ctl-Read
                   WHEN "GeneralLedgerExtract"
                       SET Gle-Ctl-Found TO TRUE
                       MOVE CTL-RECORDS-READ TO Gle-Ctl-Read
                   WHEN "BranchActivityReport"
                       SET Bar-Ctl-Found TO TRUE
                       MOVE CTL-RECORDS-READ TO Bar-Ctl-Read
               END-EVALUATE
           END-IF.
           PERFORM Read-Next-Control-Total.

      *> Batch header and trailer records are control records, not
      *> transactions; TransactionEdit skips them too.
       Count-Transaction-File.
           OPEN INPUT Transaction-File.
           IF Tran-File-Ok
               PERFORM Read-Next-Transaction
               PERFORM Count-One-Transaction UNTIL Tran-File-Eof
               CLOSE Transaction-File
           END-IF.

       Read-Next-Transaction.
           READ Transaction-File
               AT END
                   SET Tran-File-Eof TO TRUE
           END-READ.

       Count-One-Transaction.
           IF NOT BH-Is-Header AND NOT BT-Is-Trailer
               ADD 1 TO Tranfile-Details
               IF Tran-Src-Standing-Order
                   ADD 1 TO Tranfile-Standing-Orders
               END-IF
           END-IF.
           PERFORM Read-Next-Transaction.

       Count-Validated-File.
           OPEN INPUT Validated-Tran-File.
           IF Vald-File-Ok
               PERFORM Read-Next-Validated
               PERFORM Count-One-Validated UNTIL Vald-File-Eof
               CLOSE Validated-Tran-File
           END-IF.

       Read-Next-Validated.
           READ Validated-Tran-File
               AT END
                   SET Vald-File-Eof TO TRUE
           END-READ.

       Count-One-Validated.
           ADD 1 TO Validated-Count.
           PERFORM Read-Next-Validated.

       Count-Suspense-File.
           OPEN INPUT Suspense-File.
           IF Susp-File-Ok
               PERFORM Read-Next-Suspense
               PERFORM Count-One-Suspense UNTIL Susp-File-Eof
               CLOSE Suspense-File
           END-IF.

       Read-Next-Suspense.
           READ Suspense-File
               AT END
                   SET Susp-File-Eof TO TRUE
           END-READ.

       Count-One-Suspense.
           ADD 1 TO Suspended-Count.
           PERFORM Read-Next-Suspense.

       Count-Duplicate-File.
           OPEN INPUT Duplicate-Suspense-File.
           IF Dups-File-Ok
               PERFORM Read-Next-Duplicate
               PERFORM Count-One-Duplicate UNTIL Dups-File-Eof
               CLOSE Duplicate-Suspense-File
           END-IF.

       Read-Next-Duplicate.
           READ Duplicate-Suspense-File
               AT END
                   SET Dups-File-Eof TO TRUE
           END-READ.

       Count-One-Duplicate.
           ADD 1 TO Duplicate-Count.
           PERFORM Read-Next-Duplicate.

       Count-Anomaly-File.
           OPEN INPUT Anomaly-Suspense-File.
           IF Anom-File-Ok
               PERFORM Read-Next-Anomaly
               PERFORM Count-One-Anomaly UNTIL Anom-File-Eof
               CLOSE Anomaly-Suspense-File
           END-IF.

       Read-Next-Anomaly.
           READ Anomaly-Suspense-File
               AT END
                   SET Anom-File-Eof TO TRUE
           END-READ.

       Count-One-Anomaly.
           ADD 1 TO Anomaly-Count.
           PERFORM Read-Next-Anomaly.

      *> A debit an overdraft sweep saved posted after all; every
      *> other line of the date is a validated record BankPosting
      *> refused - short of funds, or a debit on a locked term
      *> account.
       Count-Nsf-Refusals.
           OPEN INPUT Nsf-Report-File.
           IF Nsf-File-Ok
               PERFORM Read-Next-Nsf-Record
               PERFORM Count-One-Nsf-Record UNTIL Nsf-File-Eof
               CLOSE Nsf-Report-File
           END-IF.

       Read-Next-Nsf-Record.
           READ Nsf-Report-File
               AT END
                   SET Nsf-File-Eof TO TRUE
           END-READ.

       Count-One-Nsf-Record.
           IF Nsf-Post-Date = Today-Date
               AND NOT Nsf-Saved-By-Sweep
               ADD 1 TO Refused-Count
           END-IF.
           PERFORM Read-Next-Nsf-Record.

      *> One journal entry per posted transaction, except that a
      *> transfer also writes a credit leg for its counterpart, and
      *> an overdraft sweep writes its own entries (source "O", and
      *> a sweep fee "F" carrying the protecting account as
      *> counterpart). Counting the entries with no counterpart and
      *> the debit legs of transfers counts each transaction once.
       Count-Posted-Journal.
           OPEN INPUT Posted-Journal-File.
           IF Jrnl-File-Ok
               PERFORM Read-Next-Journal-Entry
               PERFORM Count-One-Journal-Entry UNTIL Jrnl-File-Eof
               CLOSE Posted-Journal-File
           END-IF.

       Read-Next-Journal-Entry.
           READ Posted-Journal-File
               AT END
                   SET Jrnl-File-Eof TO TRUE
           END-READ.

       Count-One-Journal-Entry.
           IF Jrnl-Post-Date = Today-Date
               ADD 1 TO Journal-Entries-Today
               IF Jrnl-Source-Code NOT = "O"
                   IF Jrnl-Counterpart-Acct = SPACES
                       ADD 1 TO Posted-Tran-Count
                   ELSE
                       IF Jrnl-Is-Debit
                           AND Jrnl-Source-Code NOT = "F"
                           ADD 1 TO Posted-Tran-Count
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM Read-Next-Journal-Entry.

       Count-Gl-Extract.
           OPEN INPUT Gl-Extract-File.
           IF Glx-File-Ok
               PERFORM Read-Next-Extract-Line
               PERFORM Count-One-Extract-Line UNTIL Glx-File-Eof
               CLOSE Gl-Extract-File
           END-IF.

       Read-Next-Extract-Line.
           READ Gl-Extract-File
               AT END
                   SET Glx-File-Eof TO TRUE
           END-READ.

       Count-One-Extract-Line.
           IF Glx-Business-Date = Today-Date
               ADD 1 TO Extract-Lines-Today
           END-IF.
           PERFORM Read-Next-Extract-Line.

       Prove-Standing-Orders.
           MOVE "StandingOrderGenerate -> TRANFILE" TO Flow-Name.
           MOVE Sog-Logged-Count TO Flow-In-Count.
           MOVE Tranfile-Standing-Orders TO Flow-Out-Count.
           MOVE Sog-Log-Switch TO Flow-Logged-Switch.
           PERFORM Print-Flow-Line.

       Prove-Edit-Input.
           MOVE "TRANFILE -> TransactionEdit" TO Flow-Name.
           MOVE Tranfile-Details TO Flow-In-Count.
           MOVE Edit-Ctl-Read TO Flow-Out-Count.
           MOVE Edit-Ctl-Switch TO Flow-Logged-Switch.
           PERFORM Print-Flow-Line.

      *> TransactionEdit logs everything it edited: the TRANFILE
      *> records plus the releases it re-edited from the recycle
      *> files, which it empties as it goes - so the releases are
      *> what its log shows beyond the TRANFILE records it read.
       Prove-Edit-Outputs.
           COMPUTE Edit-Output-Count = Validated-Count
               + Suspended-Count + Duplicate-Count + Anomaly-Count.
           IF Edit-Logged-Count > Edit-Ctl-Read
               COMPUTE Recycled-Count =
                   Edit-Logged-Count - Edit-Ctl-Read
           END-IF.
           MOVE "TransactionEdit -> edit outputs" TO Flow-Name.
           MOVE Edit-Logged-Count TO Flow-In-Count.
           MOVE Edit-Output-Count TO Flow-Out-Count.
           MOVE Edit-Log-Switch TO Flow-Logged-Switch.
           PERFORM Print-Flow-Line.
           MOVE "in:  TRANFILE detail records" TO Prt-Label.
           MOVE Edit-Ctl-Read TO Prt-Count.
           PERFORM Print-Part-Line.
           MOVE "in:  recycled releases re-edited" TO Prt-Label.
           MOVE Recycled-Count TO Prt-Count.
           PERFORM Print-Part-Line.
           MOVE "out: TRANVALD clean" TO Prt-Label.
           MOVE Validated-Count TO Prt-Count.
           PERFORM Print-Part-Line.
           MOVE "out: TRANSUSP suspended" TO Prt-Label.
           MOVE Suspended-Count TO Prt-Count.
           PERFORM Print-Part-Line.
           MOVE "out: DUPSUSP suspected duplicates" TO Prt-Label.
           MOVE Duplicate-Count TO Prt-Count.
           PERFORM Print-Part-Line.
           MOVE "out: ANOMSUSP held for review" TO Prt-Label.
           MOVE Anomaly-Count TO Prt-Count.
           PERFORM Print-Part-Line.

      *> The journal and the NSF report are the only record of
      *> what BankPosting did with a validated transaction; one it
      *> refused without either shows here as unaccounted.
       Prove-Posting.
           COMPUTE Posting-Output-Count =
               Posted-Tran-Count + Refused-Count.
           MOVE "TRANVALD -> BankPosting" TO Flow-Name.
           MOVE Validated-Count TO Flow-In-Count.
           MOVE Posting-Output-Count TO Flow-Out-Count.
           MOVE "Y" TO Flow-Logged-Switch.
           PERFORM Print-Flow-Line.
           MOVE "out: posted to PSTJRNL" TO Prt-Label.
           MOVE Posted-Tran-Count TO Prt-Count.
           PERFORM Print-Part-Line.
           MOVE "out: refused on NSFRPT" TO Prt-Label.
           MOVE Refused-Count TO Prt-Count.
           PERFORM Print-Part-Line.

       Prove-Ledger-Extract-Input.
           MOVE "PSTJRNL -> GeneralLedgerExtract" TO Flow-Name.
           MOVE Journal-Entries-Today TO Flow-In-Count.
           MOVE Gle-Ctl-Read TO Flow-Out-Count.
           MOVE Gle-Ctl-Switch TO Flow-Logged-Switch.
           PERFORM Print-Flow-Line.

       Prove-Ledger-Extract-Output.
           MOVE "GeneralLedgerExtract -> GLEXTR" TO Flow-Name.
           MOVE Gle-Logged-Count TO Flow-In-Count.
           MOVE Extract-Lines-Today TO Flow-Out-Count.
           MOVE Gle-Log-Switch TO Flow-Logged-Switch.
           PERFORM Print-Flow-Line.

       Prove-Branch-Report.
           MOVE "PSTJRNL -> BranchActivityReport" TO Flow-Name.
           MOVE Journal-Entries-Today TO Flow-In-Count.
           MOVE Bar-Ctl-Read TO Flow-Out-Count.
           MOVE Bar-Ctl-Switch TO Flow-Logged-Switch.
           PERFORM Print-Flow-Line.

      *> A step that left no figures for the date cannot be proved
      *> either way, and is reported as such rather than balanced.
       Print-Flow-Line.
           ADD 1 TO Flows-Checked.
           COMPUTE Flow-Difference = Flow-In-Count - Flow-Out-Count.
           MOVE Flow-Name TO Flw-Name.
           MOVE Flow-In-Count TO Flw-In.
           MOVE Flow-Out-Count TO Flw-Out.
           MOVE Flow-Difference TO Flw-Difference.
           IF NOT Flow-Is-Logged
               ADD 1 TO Flows-Not-Logged
               MOVE "NOT LOGGED" TO Flw-Status
           ELSE
               IF Flow-Difference = 0
                   MOVE "BALANCED" TO Flw-Status
               ELSE
                   ADD 1 TO Flows-Out-Of-Balance
                   MOVE "OUT OF BALANCE" TO Flw-Status
                   IF Flow-Difference < 0
                       SUBTRACT Flow-Difference
                           FROM Records-Unaccounted
                   ELSE
                       ADD Flow-Difference TO Records-Unaccounted
                   END-IF
               END-IF
           END-IF.
           MOVE Flow-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Print-Part-Line.
           MOVE Part-Line TO RPT-PRINT-LINE.
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

       Write-Operator-Alert.
           MOVE "RecordFlowRecon" TO Alert-Program-Id.
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
           MOVE "RecordFlowRecon" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Flows-Checked TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Flow-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Flow-In-Count TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Flow-Out-Count TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Flow-Difference TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Flw-Status TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
