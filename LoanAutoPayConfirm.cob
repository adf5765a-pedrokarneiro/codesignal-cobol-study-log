       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanAutoPayConfirm.
      *> LoanAutoPayConfirm is the second half of loan auto-pay, run
      *> after BankPosting. Every payment LoanAutoPayDraft left on
      *> the AUTOPEND pending file is released to the LOANPMT
      *> payment file only when its deposit debit is on PSTJRNL for
      *> the date it was drafted - debit, "L" loan-payment source,
      *> same account and amount. A draft with no posted debit is
      *> refused: the loan payment does not post, the loan is marked
      *> auto-pay failed so it stays on the past-due path with the
      *> failed-auto-pay note, and an operator warning goes to
      *> ALERTFIL. The reason is NSF when BankPosting wrote the
      *> debit to NSFRPT unsaved by a sweep, otherwise the debit
      *> never reached posting (TransactionEdit refused it). The
      *> AUTOPAYR report lists every draft and how it ended, and the
      *> pending file is consumed so a rerun cannot release a
      *> payment twice.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the AUTOPCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per auto-pay draft
      *> settled.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Autopay-Pending-File ASSIGN TO "AUTOPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pend-File-Status.

           SELECT Posted-Journal-File ASSIGN TO "PSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Nsf-Report-File ASSIGN TO "NSFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Nsf-File-Status.

           SELECT Loan-Master-File ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS Loan-File-Status.

           SELECT Loan-Payment-File ASSIGN TO "LOANPMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pmt-File-Status.

           SELECT Report-Print-File ASSIGN TO "AUTOPAYR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "AUTOPCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Alert-File ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Autopay-Pending-File.
       COPY TRANREC.

       FD  Posted-Journal-File.
       COPY PSTJRNL.

       FD  Nsf-Report-File.
       COPY NSFREC.

       FD  Loan-Master-File.
       COPY LOANREC.

       FD  Loan-Payment-File.
       01 Loan-Payment-Record PIC X(65).

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Job-Log-File.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Pend-File-Status PIC X(02) VALUE "00".
          88 Pend-File-Ok VALUE "00".
          88 Pend-File-Eof VALUE "10".

       01 Jrnl-File-Status PIC X(02) VALUE "00".
          88 Jrnl-File-Ok VALUE "00".
          88 Jrnl-File-Eof VALUE "10".

       01 Nsf-File-Status PIC X(02) VALUE "00".
          88 Nsf-File-Ok VALUE "00".
          88 Nsf-File-Eof VALUE "10".

       01 Loan-File-Status PIC X(02) VALUE "00".
          88 Loan-File-Ok VALUE "00".

       01 Pmt-File-Status PIC X(02) VALUE "00".
       01 Rpt-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).

      *> The night's drafts, held while PSTJRNL and NSFRPT are
      *> matched against them.
       01 Max-Drafts PIC 9(04) VALUE 500.
       01 Draft-Count PIC 9(04) VALUE 0.
       01 Draft-Table.
           05 Draft-Entry OCCURS 500 TIMES.
              10 Tbl-Pending-Image     PIC X(65).
              10 Tbl-Loan-Number       PIC X(15).
              10 Tbl-Deposit-Acct      PIC X(15).
              10 Tbl-Amount            PIC S9(7)V99.
              10 Tbl-Draft-Date        PIC 9(08).
              10 Tbl-Due-Date          PIC 9(08).
              10 Tbl-Result            PIC X(01).
                 88 Tbl-Debit-Posted   VALUE "P".
                 88 Tbl-Debit-Nsf      VALUE "N".
                 88 Tbl-Not-Found      VALUE SPACE.
       01 Draft-Sub PIC 9(04).
       01 Match-Found-Switch PIC X(01) VALUE "N".
          88 Match-Found VALUE "Y".

       01 Drafts-Read PIC 9(05) VALUE 0.
       01 Payments-Released PIC 9(05) VALUE 0.
       01 Drafts-Failed PIC 9(05) VALUE 0.
       01 Released-Total PIC S9(9)V99 VALUE 0.
       01 Failed-Total PIC S9(9)V99 VALUE 0.

       01 Confirm-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE "LOAN NUMBER".
           05 FILLER               PIC X(16) VALUE "DRAFTED FROM".
           05 FILLER               PIC X(10) VALUE "DUE DATE".
           05 FILLER               PIC X(15) VALUE "        AMOUNT".
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(30) VALUE "RESULT".

       01 Confirm-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Cdl-Loan-Number      PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Cdl-Deposit-Acct     PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Cdl-Due-Date         PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Cdl-Amount           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Cdl-Result           PIC X(30).

       01 Total-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Tl-Label             PIC X(24).
           05 Tl-Count             PIC ZZ,ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Tl-Amount            PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Load-Pending-Drafts.
           IF Draft-Count > 0
               PERFORM Match-Posted-Journal
               PERFORM Match-Nsf-Report
           END-IF.
           OPEN OUTPUT Report-Print-File.
           MOVE "LOAN AUTO-PAY RESULTS" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "LOAN," "DEPOSIT ACCOUNT," "DUE DATE," "AMOUNT,"
               "RESULT"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Confirm-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           IF Draft-Count = 0
               MOVE "    No auto-pay drafts pending."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           ELSE
               OPEN I-O Loan-Master-File
               OPEN EXTEND Loan-Payment-File
               IF Pmt-File-Status = "35"
                   CLOSE Loan-Payment-File
                   OPEN OUTPUT Loan-Payment-File
               END-IF
               PERFORM Settle-One-Draft
                   VARYING Draft-Sub FROM 1 BY 1
                   UNTIL Draft-Sub > Draft-Count
               CLOSE Loan-Payment-File
               CLOSE Loan-Master-File
               OPEN OUTPUT Autopay-Pending-File
               CLOSE Autopay-Pending-File
           END-IF.
           PERFORM Print-Confirm-Totals.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           DISPLAY "Auto-pay drafts pending: " Drafts-Read.
           DISPLAY "Auto-pay payments released: " Payments-Released.
           DISPLAY "Auto-pay drafts refused: " Drafts-Failed.
           IF Drafts-Failed > 0
               MOVE 9001 TO Alert-Err-Code
               MOVE "Loan auto-pay debits refused - see AUTOPAYR"
                   TO Alert-Text
               SET Alert-Warning TO TRUE
               PERFORM Write-Operator-Alert
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> More drafts than the table holds is a configuration problem:
      *> nothing is settled and the pending file is left for a rerun.
       Load-Pending-Drafts.
           OPEN INPUT Autopay-Pending-File.
           IF NOT Pend-File-Ok
               DISPLAY "No AUTOPEND pending file - nothing to confirm."
           ELSE
               PERFORM Read-Next-Pending
               PERFORM Load-One-Pending UNTIL Pend-File-Eof
               CLOSE Autopay-Pending-File
           END-IF.

       Read-Next-Pending.
           READ Autopay-Pending-File
               AT END
                   SET Pend-File-Eof TO TRUE
           END-READ.

       Load-One-Pending.
           ADD 1 TO Drafts-Read.
           IF Draft-Count >= Max-Drafts
               DISPLAY "Auto-pay table full at " Max-Drafts
                   " drafts - no drafts settled."
               MOVE 9001 TO Alert-Err-Code
               MOVE "Loan auto-pay draft table full" TO Alert-Text
               SET Alert-Severe TO TRUE
               PERFORM Write-Operator-Alert
               CLOSE Autopay-Pending-File
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           ADD 1 TO Draft-Count.
           MOVE Tran-Record TO Tbl-Pending-Image(Draft-Count).
           MOVE Tran-Acct-Number TO Tbl-Loan-Number(Draft-Count).
           MOVE Tran-Counterpart-Acct TO Tbl-Deposit-Acct(Draft-Count).
           MOVE Tran-Amount TO Tbl-Amount(Draft-Count).
           MOVE Tran-Date TO Tbl-Draft-Date(Draft-Count).
           MOVE Tran-Effective-Date TO Tbl-Due-Date(Draft-Count).
           MOVE SPACE TO Tbl-Result(Draft-Count).
           PERFORM Read-Next-Pending.

       Match-Posted-Journal.
           OPEN INPUT Posted-Journal-File.
           IF NOT Jrnl-File-Ok
               DISPLAY "No PSTJRNL journal - no auto-pay debit posted."
           ELSE
               PERFORM Read-Next-Journal
               PERFORM Match-One-Journal UNTIL Jrnl-File-Eof
               CLOSE Posted-Journal-File
           END-IF.

       Read-Next-Journal.
           READ Posted-Journal-File
               AT END
                   SET Jrnl-File-Eof TO TRUE
           END-READ.

      *> Each journal debit confirms at most one draft.
       Match-One-Journal.
           IF Jrnl-Is-Debit AND Jrnl-Source-Code = "L"
               MOVE "N" TO Match-Found-Switch
               PERFORM Match-Journal-To-Draft
                   VARYING Draft-Sub FROM 1 BY 1
                   UNTIL Draft-Sub > Draft-Count OR Match-Found
           END-IF.
           PERFORM Read-Next-Journal.

       Match-Journal-To-Draft.
           IF Tbl-Not-Found(Draft-Sub)
               AND Jrnl-Post-Date = Tbl-Draft-Date(Draft-Sub)
               AND Jrnl-Acct-Number = Tbl-Deposit-Acct(Draft-Sub)
               AND Jrnl-Amount = Tbl-Amount(Draft-Sub)
               SET Tbl-Debit-Posted(Draft-Sub) TO TRUE
               SET Match-Found TO TRUE
           END-IF.

      *> NSFRPT is tonight's; it only names the reason a draft that
      *> did not post was refused.
       Match-Nsf-Report.
           OPEN INPUT Nsf-Report-File.
           IF Nsf-File-Ok
               PERFORM Read-Next-Nsf
               PERFORM Match-One-Nsf UNTIL Nsf-File-Eof
               CLOSE Nsf-Report-File
           END-IF.

       Read-Next-Nsf.
           READ Nsf-Report-File
               AT END
                   SET Nsf-File-Eof TO TRUE
           END-READ.

       Match-One-Nsf.
           IF Nsf-Tran-Type = "D" AND NOT Nsf-Saved-By-Sweep
               MOVE "N" TO Match-Found-Switch
               PERFORM Match-Nsf-To-Draft
                   VARYING Draft-Sub FROM 1 BY 1
                   UNTIL Draft-Sub > Draft-Count OR Match-Found
           END-IF.
           PERFORM Read-Next-Nsf.

       Match-Nsf-To-Draft.
           IF Tbl-Not-Found(Draft-Sub)
               AND Nsf-Post-Date = Tbl-Draft-Date(Draft-Sub)
               AND Nsf-Acct-Number = Tbl-Deposit-Acct(Draft-Sub)
               AND Nsf-Amount = Tbl-Amount(Draft-Sub)
               SET Tbl-Debit-Nsf(Draft-Sub) TO TRUE
               SET Match-Found TO TRUE
           END-IF.

      *> A posted debit releases the payment to LOANPMT; anything
      *> else marks the loan failed for that due date.
       Settle-One-Draft.
           MOVE SPACES TO Confirm-Detail-Line.
           MOVE Tbl-Loan-Number(Draft-Sub) TO Cdl-Loan-Number.
           MOVE Tbl-Deposit-Acct(Draft-Sub) TO Cdl-Deposit-Acct.
           MOVE Tbl-Due-Date(Draft-Sub) TO Cdl-Due-Date.
           MOVE Tbl-Amount(Draft-Sub) TO Cdl-Amount.
           IF Tbl-Debit-Posted(Draft-Sub)
               WRITE Loan-Payment-Record
                   FROM Tbl-Pending-Image(Draft-Sub)
               ADD 1 TO Payments-Released
               ADD Tbl-Amount(Draft-Sub) TO Released-Total
               MOVE "PAID - RELEASED TO LOANPMT" TO Cdl-Result
           ELSE
               ADD 1 TO Drafts-Failed
               ADD Tbl-Amount(Draft-Sub) TO Failed-Total
               IF Tbl-Debit-Nsf(Draft-Sub)
                   MOVE "FAILED - DEBIT REFUSED NSF" TO Cdl-Result
               ELSE
                   MOVE "FAILED - DEBIT NOT POSTED" TO Cdl-Result
               END-IF
               DISPLAY "  Auto-pay failed " Tbl-Loan-Number(Draft-Sub)
                   " from " Tbl-Deposit-Acct(Draft-Sub)
           END-IF.
           PERFORM Mark-Loan-Autopay.
           MOVE Confirm-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

      *> A mandate changed since the draft (new account or due date)
      *> is left as maintenance set it.
       Mark-Loan-Autopay.
           MOVE Tbl-Loan-Number(Draft-Sub) TO Loan-Number.
           READ Loan-Master-File
               INVALID KEY
                   DISPLAY "  Loan no longer on file: "
                       Tbl-Loan-Number(Draft-Sub)
           END-READ.
           IF Loan-File-Ok
               IF Loan-Autopay-Acct = Tbl-Deposit-Acct(Draft-Sub)
                   AND Loan-Autopay-Due-Date = Tbl-Due-Date(Draft-Sub)
                   IF Tbl-Debit-Posted(Draft-Sub)
                       SET Loan-Autopay-Paid TO TRUE
                   ELSE
                       SET Loan-Autopay-Failed TO TRUE
                   END-IF
                   REWRITE Loan-Master-Record
               END-IF
           END-IF.

       Print-Confirm-Totals.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "PAYMENTS RELEASED" TO Tl-Label.
           MOVE Payments-Released TO Tl-Count.
           MOVE Released-Total TO Tl-Amount.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "DRAFTS REFUSED" TO Tl-Label.
           MOVE Drafts-Failed TO Tl-Count.
           MOVE Failed-Total TO Tl-Amount.
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
           MOVE "LoanAutoPayConfirm" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Drafts-Read TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Write-Operator-Alert.
           MOVE "LoanAutoPayConfirm" TO Alert-Program-Id.
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

       Build-Csv-Row.
           MOVE Cdl-Loan-Number TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Cdl-Deposit-Acct TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Cdl-Due-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Tbl-Amount(Draft-Sub) TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Cdl-Result TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
