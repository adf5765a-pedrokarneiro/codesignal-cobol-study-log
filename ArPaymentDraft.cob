       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArPaymentDraft.
      *> ArPaymentDraft is the first half of paying receivables from
      *> a customer's own deposit account. Each ARDEBREQ request
      *> names the customer, the invoice being paid (zero for
      *> oldest first), the amount and the deposit account to pay
      *> it from. The account must be on ACCTMSTR, active, not
      *> frozen for debits and held by the customer as first or
      *> second holder. A valid request has its debit appended to
      *> the TRANFILE batch ahead of TransactionEdit with the "B"
      *> receivables-payment source, and the payment itself is held
      *> on the ARPEND pending file (the ARPAY layout) until
      *> ArPaymentApplication, after BankPosting, finds the debit
      *> posted and applies it to the ARLEDGER open items - so a
      *> debit BankPosting refuses NSF never pays an invoice. A
      *> rejected request is listed with its reason and raises an
      *> operator warning. The request file is consumed so a rerun
      *> drafts nothing twice.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Debit-Request-File ASSIGN TO "ARDEBREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Req-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Transaction-File ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tran-File-Status.

           SELECT Ar-Pending-File ASSIGN TO "ARPEND"
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
       FD  Debit-Request-File.
       COPY ARPAY.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Transaction-File.
       COPY TRANREC.

       FD  Ar-Pending-File.
       01 Ar-Pending-Record PIC X(45).

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

       01 Req-File-Status PIC X(02) VALUE "00".
          88 Req-File-Ok VALUE "00".
          88 Req-File-Eof VALUE "10".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".

       01 Tran-File-Status PIC X(02) VALUE "00".
       01 Pend-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       01 Today-Date PIC 9(08).
       01 Requests-Read PIC 9(05) VALUE 0.
       01 Payments-Drafted PIC 9(05) VALUE 0.
       01 Requests-Rejected PIC 9(05) VALUE 0.
       01 Drafted-Total PIC S9(9)V99 VALUE 0.

       01 Request-Reject-Switch PIC X(01) VALUE "N".
          88 Request-Is-Rejected VALUE "Y".
       01 Request-Reject-Reason PIC X(30).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           OPEN INPUT Debit-Request-File.
           IF NOT Req-File-Ok
               DISPLAY "No ARDEBREQ account-debit payments tonight."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN INPUT Account-Master-File.
           OPEN EXTEND Transaction-File.
           IF Tran-File-Status = "35"
               CLOSE Transaction-File
               OPEN OUTPUT Transaction-File
           END-IF.
           OPEN EXTEND Ar-Pending-File.
           IF Pend-File-Status = "35"
               CLOSE Ar-Pending-File
               OPEN OUTPUT Ar-Pending-File
           END-IF.
           PERFORM Read-Next-Request.
           PERFORM Process-One-Request UNTIL Req-File-Eof.
           CLOSE Debit-Request-File.
           OPEN OUTPUT Debit-Request-File.
           CLOSE Debit-Request-File.
           CLOSE Ar-Pending-File.
           CLOSE Transaction-File.
           IF Acct-File-Status NOT = "35"
               CLOSE Account-Master-File
           END-IF.
           DISPLAY "Account-debit payment requests read: "
               Requests-Read.
           DISPLAY "Receivables payments drafted: " Payments-Drafted.
           DISPLAY "Receivables amount drafted: " Drafted-Total.
           DISPLAY "Payment requests rejected: " Requests-Rejected.
           IF Requests-Rejected > 0
               MOVE 9001 TO Alert-Err-Code
               MOVE "AR account-debit payments rejected"
                   TO Alert-Text
               SET Alert-Warning TO TRUE
               PERFORM Write-Operator-Alert
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

       Read-Next-Request.
           READ Debit-Request-File
               AT END
                   SET Req-File-Eof TO TRUE
           END-READ.

       Process-One-Request.
           ADD 1 TO Requests-Read.
           MOVE "N" TO Request-Reject-Switch.
           MOVE SPACES TO Request-Reject-Reason.
           PERFORM Validate-Request.
           IF NOT Request-Is-Rejected
               PERFORM Validate-Pay-From-Account
           END-IF.
           IF Request-Is-Rejected
               ADD 1 TO Requests-Rejected
               DISPLAY "  Payment rejected customer " Arp-Customer-Id
                   " from " Arp-Reference " - " Request-Reject-Reason
           ELSE
               PERFORM Draft-Ar-Payment
           END-IF.
           PERFORM Read-Next-Request.

       Validate-Request.
           EVALUATE TRUE
               WHEN Arp-Customer-Id IS NOT NUMERIC
                   OR Arp-Customer-Id = 0
                   SET Request-Is-Rejected TO TRUE
                   MOVE "NO CUSTOMER" TO Request-Reject-Reason
               WHEN Arp-Invoice-Number IS NOT NUMERIC
                   SET Request-Is-Rejected TO TRUE
                   MOVE "INVOICE NUMBER NOT NUMERIC"
                       TO Request-Reject-Reason
               WHEN Arp-Amount IS NOT NUMERIC
                   OR Arp-Amount = 0
                   SET Request-Is-Rejected TO TRUE
                   MOVE "NO PAYMENT AMOUNT" TO Request-Reject-Reason
               WHEN Arp-Reference = SPACES
                   SET Request-Is-Rejected TO TRUE
                   MOVE "NO ACCOUNT TO DEBIT" TO Request-Reject-Reason
           END-EVALUATE.

      *> The same account checks TransactionEdit makes, plus that
      *> the account is the customer's own. Funds are not checked
      *> here: a debit BankPosting refuses NSF is caught when the
      *> payment is confirmed.
       Validate-Pay-From-Account.
           MOVE Arp-Reference TO Acct-Number.
           IF Acct-File-Status = "35"
               SET Request-Is-Rejected TO TRUE
               MOVE "NO ACCOUNT MASTER" TO Request-Reject-Reason
           ELSE
               READ Account-Master-File
                   INVALID KEY
                       SET Request-Is-Rejected TO TRUE
                       MOVE "ACCOUNT NOT ON FILE"
                           TO Request-Reject-Reason
               END-READ
           END-IF.
           IF NOT Request-Is-Rejected
               EVALUATE TRUE
                   WHEN NOT Acct-Active
                       SET Request-Is-Rejected TO TRUE
                       MOVE "ACCOUNT NOT ACTIVE"
                           TO Request-Reject-Reason
                   WHEN Acct-Debits-Frozen
                       SET Request-Is-Rejected TO TRUE
                       MOVE "ACCOUNT DEBITS FROZEN"
                           TO Request-Reject-Reason
                   WHEN NOT Acct-Local-Currency
                       SET Request-Is-Rejected TO TRUE
                       MOVE "NOT A LOCAL-CURRENCY ACCOUNT"
                           TO Request-Reject-Reason
                   WHEN Acct-Customer-Id NOT = Arp-Customer-Id
                       AND Acct-Second-Customer-Id
                           NOT = Arp-Customer-Id
                       SET Request-Is-Rejected TO TRUE
                       MOVE "NOT THE CUSTOMER'S ACCOUNT"
                           TO Request-Reject-Reason
               END-EVALUATE
           END-IF.

      *> The pending payment carries the draft date, which is the
      *> date its debit posts under.
       Draft-Ar-Payment.
           MOVE SPACES TO Tran-Record.
           MOVE Arp-Reference TO Tran-Acct-Number.
           SET Tran-Is-Debit TO TRUE.
           MOVE Arp-Amount TO Tran-Amount.
           MOVE Today-Date TO Tran-Date.
           SET Tran-Src-Ar-Payment TO TRUE.
           MOVE "*BATCH*" TO Tran-Operator-Id.
           MOVE 0 TO Tran-Effective-Date.
           WRITE Tran-Record.
           MOVE Today-Date TO Arp-Payment-Date.
           SET Arp-From-Account TO TRUE.
           WRITE Ar-Pending-Record FROM Ar-Payment-Record.
           ADD 1 TO Payments-Drafted.
           ADD Arp-Amount TO Drafted-Total.
           DISPLAY "  Drafted customer " Arp-Customer-Id
               " invoice " Arp-Invoice-Number " from " Arp-Reference.

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
           MOVE "ArPaymentDraft" TO Job-Program-Id.
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
           MOVE "ArPaymentDraft" TO Alert-Program-Id.
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
