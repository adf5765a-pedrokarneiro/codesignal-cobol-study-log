       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanPayoffPosting.
      *> LoanPayoffPosting is the nightly early-payoff step. Each
      *> request on the PAYOFFRQ file names a loan and either the
      *> customer's deposit account to pay it from or the amount
      *> received over the counter. The payoff is figured as of the
      *> RUNCTL business date by the shared PAYOFFPR paragraph
      *> LoanPayoffQuote prints from. It is then posted as the
      *> loan's final LOANJRNL entry - the total split into accrued
      *> interest, principal and late charges, with a zero balance
      *> after - and the loan is marked paid off. A payoff from an
      *> account with us appends the matching "L" loan-payment debit
      *> to the TRANFILE batch ahead of TransactionEdit, so it posts
      *> through the same edit, posting and journal machinery as
      *> every other debit. The account must be the borrower's own,
      *> active, not frozen, held in local currency and able to
      *> cover the payoff; funds received short of the payoff are
      *> refused, and funds over it are posted with the refund due
      *> shown. Every request and its outcome is listed on the
      *> LOANPOFF report, and a rejection raises an operator
      *> warning. The request file is consumed once processed so a
      *> rerun cannot pay a loan off twice.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the LPOFFCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per payoff request.
      *> 2026-10-15: A foreign-currency pay-from account is refused;
      *> the payoff is figured in local currency and its debit would
      *> post in the account's own.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Payoff-Request-File ASSIGN TO "PAYOFFRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prq-File-Status.

           SELECT Loan-Master-File ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS Loan-File-Status.

           SELECT Loan-Journal-File ASSIGN TO "LOANJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Transaction-File ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tran-File-Status.

           SELECT Report-Print-File ASSIGN TO "LOANPOFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "LPOFFCSV"
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
       FD  Payoff-Request-File.
       01 Payoff-Request-Record.
           05 Prq-Loan-Number       PIC X(15).
           05 Prq-Pay-From-Acct     PIC X(15).
           05 Prq-Amount-Received   PIC S9(7)V99 SIGN IS LEADING
                                     SEPARATE.

       FD  Loan-Master-File.
       COPY LOANREC.

       FD  Loan-Journal-File.
       COPY LOANJRNL.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Transaction-File.
       COPY TRANREC.

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

       01 Prq-File-Status PIC X(02) VALUE "00".
          88 Prq-File-Ok VALUE "00".
          88 Prq-File-Eof VALUE "10".

       01 Loan-File-Status PIC X(02) VALUE "00".
          88 Loan-File-Ok VALUE "00".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".

       01 Tran-File-Status PIC X(02) VALUE "00".
       01 Jrnl-File-Status PIC X(02) VALUE "00".
       01 Rpt-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.
       COPY PAYOFFWS.

       01 Today-Date PIC 9(08).
       01 Max-Debit-Amount PIC S9(7)V99 VALUE 9999999.99.
       01 Refund-Due PIC S9(7)V99.
       01 Edited-Refund PIC ZZZ,ZZZ,ZZ9.99.

       01 Payoff-Reject-Reason PIC X(30).
       01 Payoff-Reject-Switch PIC X(01) VALUE "N".
          88 Payoff-Is-Rejected VALUE "Y".

       01 Requests-Read PIC 9(05) VALUE 0.
       01 Payoffs-Posted PIC 9(05) VALUE 0.
       01 Payoffs-Rejected PIC 9(05) VALUE 0.
       01 Account-Debits PIC 9(05) VALUE 0.
       01 Payoff-Grand-Total PIC S9(11)V99 VALUE 0.

       01 Payoff-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE "LOAN NUMBER".
           05 FILLER               PIC X(16) VALUE "PAID FROM".
           05 FILLER               PIC X(14) VALUE "    PRINCIPAL".
           05 FILLER               PIC X(12) VALUE "  INTEREST".
           05 FILLER               PIC X(12) VALUE " LATE CHGS".
           05 FILLER               PIC X(15) VALUE "  PAYOFF TOTAL".
           05 FILLER               PIC X(32) VALUE "  RESULT".

       01 Payoff-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Loan-Number      PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Pdl-Paid-From        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Pdl-Principal        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Pdl-Interest         PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Pdl-Late-Charges     PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Pdl-Payoff-Total     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Pdl-Result           PIC X(40).

       01 Total-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tot-Label            PIC X(30).
           05 Tot-Count            PIC ZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tot-Amount           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           OPEN INPUT Payoff-Request-File.
           IF NOT Prq-File-Ok
               DISPLAY "No PAYOFFRQ payoff requests tonight."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN I-O Loan-Master-File.
           IF Loan-File-Status = "35"
               DISPLAY "No loan-master file to pay off against."
               CLOSE Loan-Master-File
               CLOSE Payoff-Request-File
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN INPUT Account-Master-File.
           OPEN EXTEND Loan-Journal-File.
           IF Jrnl-File-Status = "35"
               CLOSE Loan-Journal-File
               OPEN OUTPUT Loan-Journal-File
           END-IF.
           OPEN EXTEND Transaction-File.
           IF Tran-File-Status = "35"
               CLOSE Transaction-File
               OPEN OUTPUT Transaction-File
           END-IF.
           OPEN OUTPUT Report-Print-File.
           MOVE "LOAN PAYOFF POSTING" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "LOAN," "PAID FROM," "PRINCIPAL," "INTEREST,"
               "LATE CHARGES," "PAYOFF TOTAL," "REFUND," "RESULT"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Payoff-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Read-Next-Request.
           PERFORM Process-One-Request UNTIL Prq-File-Eof.
           CLOSE Payoff-Request-File.
           OPEN OUTPUT Payoff-Request-File.
           CLOSE Payoff-Request-File.
           IF Requests-Read = 0
               MOVE "  No payoff requests." TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Print-Payoff-Totals.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Transaction-File.
           CLOSE Loan-Journal-File.
           IF Acct-File-Status NOT = "35"
               CLOSE Account-Master-File
           END-IF.
           CLOSE Loan-Master-File.
           DISPLAY "Payoff requests read: " Requests-Read.
           DISPLAY "Loans paid off: " Payoffs-Posted.
           DISPLAY "Account debits generated: " Account-Debits.
           DISPLAY "Payoff requests rejected: " Payoffs-Rejected.
           IF Payoffs-Rejected > 0
               MOVE 9001 TO Alert-Err-Code
               MOVE "Loan payoffs rejected - see LOANPOFF"
                   TO Alert-Text
               SET Alert-Warning TO TRUE
               PERFORM Write-Operator-Alert
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

       Read-Next-Request.
           READ Payoff-Request-File
               AT END
                   SET Prq-File-Eof TO TRUE
           END-READ.

       Process-One-Request.
           ADD 1 TO Requests-Read.
           MOVE "N" TO Payoff-Reject-Switch.
           MOVE SPACES TO Payoff-Reject-Reason.
           MOVE 0 TO Refund-Due.
           INITIALIZE Payoff-Fields.
           PERFORM Validate-Payoff-Loan.
           IF NOT Payoff-Is-Rejected
               MOVE Today-Date TO Payoff-Through-Date
               PERFORM Compute-Loan-Payoff
               IF Prq-Pay-From-Acct = SPACES
                   PERFORM Validate-Funds-Received
               ELSE
                   PERFORM Validate-Pay-From-Account
               END-IF
           END-IF.
           IF Payoff-Is-Rejected
               ADD 1 TO Payoffs-Rejected
               DISPLAY "  Payoff rejected " Prq-Loan-Number " - "
                   Payoff-Reject-Reason
           ELSE
               PERFORM Post-Loan-Payoff
           END-IF.
           PERFORM Print-Request-Line.
           PERFORM Read-Next-Request.

       Validate-Payoff-Loan.
           MOVE Prq-Loan-Number TO Loan-Number.
           READ Loan-Master-File
               INVALID KEY
                   SET Payoff-Is-Rejected TO TRUE
                   MOVE "LOAN NOT ON FILE" TO Payoff-Reject-Reason
           END-READ.
           IF NOT Payoff-Is-Rejected
               AND NOT Loan-Active
               SET Payoff-Is-Rejected TO TRUE
               MOVE "LOAN NOT ACTIVE" TO Payoff-Reject-Reason
           END-IF.

      *> Funds received at the bank must cover the payoff; anything
      *> over it is refunded to the customer.
       Validate-Funds-Received.
           IF Prq-Amount-Received IS NOT NUMERIC
               OR Prq-Amount-Received < Payoff-Total
               SET Payoff-Is-Rejected TO TRUE
               MOVE "FUNDS SHORT OF PAYOFF" TO Payoff-Reject-Reason
           ELSE
               COMPUTE Refund-Due = Prq-Amount-Received - Payoff-Total
           END-IF.

      *> The same account checks TransactionEdit makes, plus that
      *> the account is the borrower's own and its balance covers
      *> the payoff, so the debit it will post is not refused after
      *> the loan is already marked paid off.
       Validate-Pay-From-Account.
           MOVE Prq-Pay-From-Acct TO Acct-Number.
           IF Acct-File-Status = "35"
               SET Payoff-Is-Rejected TO TRUE
               MOVE "NO ACCOUNT MASTER" TO Payoff-Reject-Reason
           ELSE
               READ Account-Master-File
                   INVALID KEY
                       SET Payoff-Is-Rejected TO TRUE
                       MOVE "ACCOUNT NOT ON FILE"
                           TO Payoff-Reject-Reason
               END-READ
           END-IF.
           IF NOT Payoff-Is-Rejected
               EVALUATE TRUE
                   WHEN NOT Acct-Active
                       SET Payoff-Is-Rejected TO TRUE
                       MOVE "ACCOUNT NOT ACTIVE"
                           TO Payoff-Reject-Reason
                   WHEN Acct-Debits-Frozen
                       SET Payoff-Is-Rejected TO TRUE
                       MOVE "ACCOUNT DEBITS FROZEN"
                           TO Payoff-Reject-Reason
                   WHEN NOT Acct-Local-Currency
                       SET Payoff-Is-Rejected TO TRUE
                       MOVE "NOT A LOCAL-CURRENCY ACCOUNT"
                           TO Payoff-Reject-Reason
                   WHEN Acct-Customer-Id NOT = Loan-Customer-Id
                       AND Acct-Second-Customer-Id
                           NOT = Loan-Customer-Id
                       SET Payoff-Is-Rejected TO TRUE
                       MOVE "NOT THE BORROWER'S ACCOUNT"
                           TO Payoff-Reject-Reason
                   WHEN Payoff-Total > Max-Debit-Amount
                       SET Payoff-Is-Rejected TO TRUE
                       MOVE "PAYOFF TOO LARGE FOR ONE DEBIT"
                           TO Payoff-Reject-Reason
                   WHEN Acct-Balance < Payoff-Total
                       SET Payoff-Is-Rejected TO TRUE
                       MOVE "INSUFFICIENT FUNDS"
                           TO Payoff-Reject-Reason
               END-EVALUATE
           END-IF.

       Post-Loan-Payoff.
           MOVE Loan-Number TO Lnj-Loan-Number.
           MOVE Today-Date TO Lnj-Post-Date.
           MOVE Payoff-Total TO Lnj-Payment-Amount.
           MOVE Payoff-Accrued-Interest TO Lnj-Interest-Portion.
           MOVE Payoff-Principal TO Lnj-Principal-Portion.
           MOVE 0 TO Lnj-Balance-After.
           SET Lnj-Payoff-Entry TO TRUE.
           MOVE Payoff-Late-Charges TO Lnj-Late-Charge-Amount.
           WRITE Loan-Journal-Record.
           MOVE 0 TO Loan-Balance.
           MOVE 0 TO Loan-Late-Charge-Due.
           MOVE 0 TO Loan-Days-Past-Due.
           SET Loan-Paid-Off TO TRUE.
           REWRITE Loan-Master-Record.
           ADD 1 TO Payoffs-Posted.
           ADD Payoff-Total TO Payoff-Grand-Total.
           IF Prq-Pay-From-Acct NOT = SPACES
               PERFORM Write-Payoff-Debit
           END-IF.

       Write-Payoff-Debit.
           MOVE Prq-Pay-From-Acct TO Tran-Acct-Number.
           SET Tran-Is-Debit TO TRUE.
           MOVE Payoff-Total TO Tran-Amount.
           MOVE Today-Date TO Tran-Date.
           MOVE SPACES TO Tran-Counterpart-Acct.
           SET Tran-Src-Loan-Payment TO TRUE.
           MOVE "*BATCH*" TO Tran-Operator-Id.
           MOVE 0 TO Tran-Effective-Date.
           WRITE Tran-Record.
           ADD 1 TO Account-Debits.

       Print-Request-Line.
           MOVE SPACES TO Payoff-Detail-Line.
           MOVE Prq-Loan-Number TO Pdl-Loan-Number.
           IF Prq-Pay-From-Acct = SPACES
               MOVE "FUNDS RECEIVED" TO Pdl-Paid-From
           ELSE
               MOVE Prq-Pay-From-Acct TO Pdl-Paid-From
           END-IF.
           MOVE Payoff-Principal TO Pdl-Principal.
           MOVE Payoff-Accrued-Interest TO Pdl-Interest.
           MOVE Payoff-Late-Charges TO Pdl-Late-Charges.
           MOVE Payoff-Total TO Pdl-Payoff-Total.
           IF Payoff-Is-Rejected
               STRING "REJECTED - " Payoff-Reject-Reason
                   DELIMITED BY SIZE INTO Pdl-Result
               END-STRING
           ELSE
               IF Refund-Due > 0
                   MOVE Refund-Due TO Edited-Refund
                   STRING "PAID OFF - REFUND " Edited-Refund
                       DELIMITED BY SIZE INTO Pdl-Result
                   END-STRING
               ELSE
                   MOVE "PAID OFF" TO Pdl-Result
               END-IF
           END-IF.
           MOVE Payoff-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Print-Payoff-Totals.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "Payoff requests read" TO Tot-Label.
           MOVE Requests-Read TO Tot-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "Loans paid off" TO Tot-Label.
           MOVE Payoffs-Posted TO Tot-Count.
           MOVE Payoff-Grand-Total TO Tot-Amount.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "Account debits generated" TO Tot-Label.
           MOVE Account-Debits TO Tot-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "Payoff requests rejected" TO Tot-Label.
           MOVE Payoffs-Rejected TO Tot-Count.
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
           MOVE "LoanPayoffPosting" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Requests-Read TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Write-Operator-Alert.
           MOVE "LoanPayoffPosting" TO Alert-Program-Id.
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
           MOVE Pdl-Loan-Number TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Pdl-Paid-From TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Payoff-Principal TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Payoff-Accrued-Interest TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Payoff-Late-Charges TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Payoff-Total TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE 0 TO RPT-CSV-AMOUNT.
           IF NOT Payoff-Is-Rejected
               MOVE Refund-Due TO RPT-CSV-AMOUNT
           END-IF.
           PERFORM Report-Csv-Add-Amount.
           MOVE Pdl-Result TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.

       COPY PAYOFFPR.
