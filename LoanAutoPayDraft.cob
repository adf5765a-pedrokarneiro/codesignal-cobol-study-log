       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanAutoPayDraft.
      *> LoanAutoPayDraft is the first half of loan auto-pay. Every
      *> active LOANMSTR loan with an auto-pay mandate whose
      *> LOAN-NEXT-DUE-DATE has arrived on the RUNCTL business date
      *> has its scheduled payment drafted: the debit on the mandate
      *> deposit account is appended to the TRANFILE batch ahead of
      *> TransactionEdit, with the "L" loan-payment source, and the
      *> matching loan payment is held on the AUTOPEND pending file
      *> (the LOANPMT layout) until LoanAutoPayConfirm, after
      *> BankPosting, finds the debit posted and releases it to
      *> LOANPMT - so a debit BankPosting refuses NSF never pays the
      *> loan. Each due date is drafted once: the loan keeps the due
      *> date last drafted, so a rerun drafts nothing twice and a
      *> refused draft is not retried - the loan ages past due with
      *> its failed-auto-pay note instead.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: The mandate account is read from ACCTMSTR
      *> before anything is drafted, with the checks LoanMaintenance
      *> made when the mandate was set. An account no longer on
      *> file, active, free of a debit freeze or held in local
      *> currency is not drafted: the due date is marked failed
      *> with the reason listed, and an operator warning is raised.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Loan-Master-File ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS Loan-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Transaction-File ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tran-File-Status.

           SELECT Autopay-Pending-File ASSIGN TO "AUTOPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pend-File-Status.

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
       FD  Loan-Master-File.
       COPY LOANREC.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Transaction-File.
       COPY TRANREC.

       FD  Autopay-Pending-File.
       01 Autopay-Pending-Record PIC X(65).

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

       01 Loan-File-Status PIC X(02) VALUE "00".
          88 Loan-File-Ok VALUE "00".
          88 Loan-File-Eof VALUE "10".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".

       01 Tran-File-Status PIC X(02) VALUE "00".
       01 Pend-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       01 Today-Date PIC 9(08).
       01 Loans-Read PIC 9(05) VALUE 0.
       01 Mandates-On-File PIC 9(05) VALUE 0.
       01 Payments-Drafted PIC 9(05) VALUE 0.
       01 Drafted-Total PIC S9(9)V99 VALUE 0.
       01 Mandates-Refused PIC 9(05) VALUE 0.

       01 Mandate-Reject-Switch PIC X(01) VALUE "N".
          88 Mandate-Is-Rejected VALUE "Y".
       01 Mandate-Reject-Reason PIC X(30).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           OPEN I-O Loan-Master-File.
           IF Loan-File-Status = "35"
               DISPLAY "No loan-master file - no auto-pay to draft."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN INPUT Account-Master-File.
           OPEN EXTEND Transaction-File.
           IF Tran-File-Status = "35"
               CLOSE Transaction-File
               OPEN OUTPUT Transaction-File
           END-IF.
           OPEN EXTEND Autopay-Pending-File.
           IF Pend-File-Status = "35"
               CLOSE Autopay-Pending-File
               OPEN OUTPUT Autopay-Pending-File
           END-IF.
           MOVE LOW-VALUES TO Loan-Number.
           START Loan-Master-File KEY IS GREATER THAN Loan-Number
               INVALID KEY
                   SET Loan-File-Eof TO TRUE
           END-START.
           IF Loan-File-Ok
               PERFORM Read-Next-Loan
           END-IF.
           PERFORM Check-One-Loan UNTIL Loan-File-Eof.
           CLOSE Autopay-Pending-File.
           CLOSE Transaction-File.
           CLOSE Loan-Master-File.
           IF Acct-File-Status NOT = "35"
               CLOSE Account-Master-File
           END-IF.
           DISPLAY "Loans read: " Loans-Read.
           DISPLAY "Auto-pay mandates: " Mandates-On-File.
           DISPLAY "Auto-pay payments drafted: " Payments-Drafted.
           DISPLAY "Auto-pay amount drafted: " Drafted-Total.
           DISPLAY "Auto-pay mandates refused: " Mandates-Refused.
           IF Mandates-Refused > 0
               MOVE 9001 TO Alert-Err-Code
               MOVE "Loan auto-pay mandates refused"
                   TO Alert-Text
               SET Alert-Warning TO TRUE
               PERFORM Write-Operator-Alert
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

       Read-Next-Loan.
           READ Loan-Master-File NEXT RECORD
               AT END
                   SET Loan-File-Eof TO TRUE
           END-READ.

      *> A due date already drafted - paid, pending or refused - is
      *> never drafted again.
       Check-One-Loan.
           ADD 1 TO Loans-Read.
           IF Loan-Active AND Loan-Autopay-Acct NOT = SPACES
               ADD 1 TO Mandates-On-File
               IF Loan-Autopay-Due-Date IS NOT NUMERIC
                   MOVE 0 TO Loan-Autopay-Due-Date
               END-IF
               IF Loan-Next-Due-Date <= Today-Date
                   AND Loan-Autopay-Due-Date NOT = Loan-Next-Due-Date
                   AND Loan-Payment-Amount > 0
                   PERFORM Validate-Autopay-Account
                   IF Mandate-Is-Rejected
                       PERFORM Refuse-Loan-Draft
                   ELSE
                       PERFORM Draft-Loan-Payment
                   END-IF
               END-IF
           END-IF.
           PERFORM Read-Next-Loan.

      *> The same account checks LoanMaintenance makes when the
      *> mandate is set, taken again tonight: the account may have
      *> been closed, frozen or moved to another currency since.
      *> Funds are not checked here: a debit BankPosting refuses
      *> NSF is caught when the payment is confirmed.
       Validate-Autopay-Account.
           MOVE "N" TO Mandate-Reject-Switch.
           MOVE SPACES TO Mandate-Reject-Reason.
           MOVE Loan-Autopay-Acct TO Acct-Number.
           IF Acct-File-Status = "35"
               SET Mandate-Is-Rejected TO TRUE
               MOVE "NO ACCOUNT MASTER" TO Mandate-Reject-Reason
           ELSE
               READ Account-Master-File
                   INVALID KEY
                       SET Mandate-Is-Rejected TO TRUE
                       MOVE "ACCOUNT NOT ON FILE"
                           TO Mandate-Reject-Reason
               END-READ
           END-IF.
           IF NOT Mandate-Is-Rejected
               EVALUATE TRUE
                   WHEN NOT Acct-Active
                       SET Mandate-Is-Rejected TO TRUE
                       MOVE "ACCOUNT NOT ACTIVE"
                           TO Mandate-Reject-Reason
                   WHEN Acct-Debits-Frozen
                       SET Mandate-Is-Rejected TO TRUE
                       MOVE "ACCOUNT DEBITS FROZEN"
                           TO Mandate-Reject-Reason
                   WHEN NOT Acct-Local-Currency
                       SET Mandate-Is-Rejected TO TRUE
                       MOVE "NOT A LOCAL-CURRENCY ACCOUNT"
                           TO Mandate-Reject-Reason
               END-EVALUATE
           END-IF.

      *> A refused mandate is treated as a refused draft: the due
      *> date is marked drafted and failed, so it is not retried
      *> and the loan ages with its failed-auto-pay note.
       Refuse-Loan-Draft.
           MOVE Loan-Next-Due-Date TO Loan-Autopay-Due-Date.
           SET Loan-Autopay-Failed TO TRUE.
           REWRITE Loan-Master-Record.
           ADD 1 TO Mandates-Refused.
           DISPLAY "  Not drafted " Loan-Number " due "
               Loan-Next-Due-Date " from " Loan-Autopay-Acct
               " - " Mandate-Reject-Reason.

       Draft-Loan-Payment.
           MOVE SPACES TO Tran-Record.
           MOVE Loan-Autopay-Acct TO Tran-Acct-Number.
           SET Tran-Is-Debit TO TRUE.
           MOVE Loan-Payment-Amount TO Tran-Amount.
           MOVE Today-Date TO Tran-Date.
           SET Tran-Src-Loan-Payment TO TRUE.
           MOVE "*BATCH*" TO Tran-Operator-Id.
           MOVE 0 TO Tran-Effective-Date.
           WRITE Tran-Record.
           MOVE SPACES TO Tran-Record.
           MOVE Loan-Number TO Tran-Acct-Number.
           SET Tran-Is-Credit TO TRUE.
           MOVE Loan-Payment-Amount TO Tran-Amount.
           MOVE Today-Date TO Tran-Date.
           MOVE Loan-Autopay-Acct TO Tran-Counterpart-Acct.
           SET Tran-Src-Loan-Payment TO TRUE.
           MOVE "*BATCH*" TO Tran-Operator-Id.
           MOVE Loan-Next-Due-Date TO Tran-Effective-Date.
           WRITE Autopay-Pending-Record FROM Tran-Record.
           MOVE Loan-Next-Due-Date TO Loan-Autopay-Due-Date.
           SET Loan-Autopay-Pending TO TRUE.
           REWRITE Loan-Master-Record.
           ADD 1 TO Payments-Drafted.
           ADD Loan-Payment-Amount TO Drafted-Total.
           DISPLAY "  Drafted " Loan-Number " due "
               Loan-Next-Due-Date " from " Loan-Autopay-Acct.

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
           MOVE "LoanAutoPayDraft" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Payments-Drafted TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Write-Operator-Alert.
           MOVE "LoanAutoPayDraft" TO Alert-Program-Id.
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
