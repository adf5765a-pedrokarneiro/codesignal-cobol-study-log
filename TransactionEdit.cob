      *> on overflow instead of silently stopping the checks on a
      *> busy day; the outputs are rebuilt whole each run, so the
      *> refused run reruns clean once the table is widened.
      *> 2026-10-15: The "R" returned-item source generated by
      *> ReturnedItemProcessing is accepted as a known channel.
      *> 2026-10-15: Every debit and outgoing transfer is checked
      *> against the active, unexpired STOPPAY stop-payment orders;
      *> a match goes to TRANSUSP with reason 4023 and is logged on
      *> STOPHIT for the daily stops-hit report. The bank's own
      *> charges (fee, withholding, returned-item and escheat
      *> debits) are not customer payments and are not stopped.
      *> 2026-10-15: The "G" garnishment seizure source generated by
      *> GarnishmentProcessing is accepted as a known channel, and
      *> like the bank's own charges is never held by a stop order.
      *> 2026-10-15: A debit or outgoing transfer against an account
      *> frozen by ACCT-RESTRICT-FLAG goes to TRANSUSP with reason
      *> 4024. The bank's own charges and the closure, garnishment
      *> and "D" deceased-reversal debits still pass; "D" is
      *> accepted as a known channel.
      *> 2026-10-15: The "L" loan-payment debit LoanPayoffPosting
      *> generates is accepted as a known channel. It pays the
      *> bank's own loan, so a stop order does not hold it, but a
      *> frozen account still refuses it.
      *> 2026-10-15: The "H" clearing-house source ClearingInbound
      *> converts is accepted as a known channel; its debits are
      *> customer payments and are held by stop orders and frozen
      *> accounts like any other. A transfer whose counterpart is
      *> not on the account master is now an outgoing payment to
      *> another bank rather than an error; only a blank
      *> counterpart is still suspended with reason 4015.
      *> 2026-10-15: The "P" dispute source DisputeMaintenance queues
      *> is accepted as a known channel, with its operator checked
      *> like a teller's. Its reversing debit takes back the bank's
      *> own provisional credit, so neither a stop order nor a
      *> frozen account holds it.
      *> 2026-10-15: Customer payments - teller, standing-order and
      *> clearing-house debits and outgoing transfers - are screened
      *> against the account's own pattern over the last 90 days of
      *> PSTJRNL: its typical count of payments on a day it pays,
      *> its typical payment, and the accounts it transfers to. An
      *> account paying far more often than usual has every payment
      *> of the night held; a payment far above its typical amount,
      *> or a large transfer to an account it has never paid, is
      *> held on its own. Held items go to the ANOMSUSP review queue
      *> with reason 4025 (limits from ANOMPARM) and one operator
      *> alert; AnomalyRelease releases the genuine ones through the
      *> ANOMRCYC recycle file, re-edited the next night but not
      *> screened again.
      *> 2026-10-15: The "A" account-opening source AccountApplication
      *> generates for a new account's opening deposit is accepted
      *> as a known channel.
      *> 2026-10-15: The run appends a CTLTOTAL control-total record:
      *> the TRANFILE detail records it read (header and trailer
      *> records and the recycled releases left out) with their
      *> TRAN-AMOUNT hash, and the clean records it wrote to
      *> TRANVALD, for the nightly record-flow reconciliation.
      *> 2026-10-15: The "B" receivables-payment debit ArPaymentDraft
      *> generates is accepted as a known channel. Like a loan
      *> payment it pays the bank's own receivable, so a stop order
      *> does not hold it, but a frozen account still refuses it.
      *> 2026-10-15: The "V" vendor-payment debit VendorPaymentRun
      *> draws on the company operating account is accepted as a
      *> known channel; it is a payment like any other, so stop
      *> orders and a freeze both still apply.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dups-File-Status.

           SELECT Anomaly-Suspense-File ASSIGN TO "ANOMSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Anom-File-Status.

           SELECT Anomaly-Recycle-File ASSIGN TO "ANOMRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Arcy-File-Status.

           SELECT Anomaly-Parm-File ASSIGN TO "ANOMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Aprm-File-Status.

           SELECT Recycle-File ASSIGN TO "TRANRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rcyc-File-Status.
               RECORD KEY IS OPR-USER-ID
               FILE STATUS IS Opr-File-Status.

           SELECT Stop-Payment-File ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STOP-ORDER-ID
               FILE STATUS IS Stop-File-Status.

           SELECT Stop-Hit-File ASSIGN TO "STOPHIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hit-File-Status.

           SELECT Control-Total-File ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ctl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Transaction-File.
           05 Dup-Tran-Data         PIC X(65).
           05 Dup-Reason-Code       PIC 9(04).

       FD  Anomaly-Suspense-File.
       01 Anomaly-Suspense-Record.
           05 Anom-Tran-Data        PIC X(65).
           05 Anom-Reason-Code      PIC 9(04).
           05 Anom-Reason-Text      PIC X(20).

       FD  Recycle-File.
       01 Recycle-Tran-Record PIC X(65).

       FD  Anomaly-Recycle-File.
       01 Anomaly-Recycle-Record PIC X(65).

       FD  Anomaly-Parm-File.
       01 Anomaly-Parm-Record.
           05 Parm-Count-Multiple   PIC 9(02).
           05 Parm-Count-Floor      PIC 9(03).
           05 Parm-Amount-Multiple  PIC 9(02).
           05 Parm-Amount-Floor     PIC 9(07)V99.
           05 Parm-Payee-Floor      PIC 9(07)V99.
           05 Parm-Min-History      PIC 9(03).

       FD  Posted-Journal-File.
       COPY PSTJRNL.

       FD  Operator-Master-File.
       COPY OPRMSTR.

       FD  Stop-Payment-File.
       COPY STOPPAY.

       FD  Stop-Hit-File.
       COPY STOPHIT.

       FD  Control-Total-File.
       COPY CTLTOTAL.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).
       01 Transactions-Suspended PIC 9(05) VALUE 0.
       01 Transactions-Dup-Suspect PIC 9(05) VALUE 0.
       01 Recycles-Read PIC 9(05) VALUE 0.
       01 Tranfile-Records-Read PIC 9(07) VALUE 0.
       01 Tranfile-Hash-Total PIC 9(09)V99 VALUE 0.
       01 Ctl-File-Status PIC X(02) VALUE "00".

       01 Dups-File-Status PIC X(02) VALUE "00".
       01 Rcyc-File-Status PIC X(02) VALUE "00".
       01 Operator-Check-Switch PIC X(01) VALUE "N".
          88 Operator-Check-Active VALUE "Y".

       01 Tran-Acct-Frozen-Switch PIC X(01) VALUE "N".
          88 Tran-Acct-Is-Frozen VALUE "Y".

       01 Stop-File-Status PIC X(02) VALUE "00".
          88 Stop-File-Ok VALUE "00".
          88 Stop-File-Eof VALUE "10".
       01 Hit-File-Status PIC X(02) VALUE "00".
       01 Transactions-Stopped PIC 9(05) VALUE 0.

       01 Max-Stop-Entries PIC 9(04) VALUE 300.
       01 Stop-Entry-Count PIC 9(04) VALUE 0.
       01 Stop-Sub PIC 9(04).
       01 Stop-Order-Table.
           05 Stop-Order-Entry OCCURS 300 TIMES.
              10 Tbl-Stop-Order-Id      PIC 9(05).
              10 Tbl-Stop-Acct-Number   PIC X(15).
              10 Tbl-Stop-Amount-Low    PIC S9(7)V99.
              10 Tbl-Stop-Amount-High   PIC S9(7)V99.
              10 Tbl-Stop-Counterpart   PIC X(15).
       01 Matched-Stop-Id PIC 9(05) VALUE 0.

       01 Anom-File-Status PIC X(02) VALUE "00".
       01 Arcy-File-Status PIC X(02) VALUE "00".
          88 Arcy-File-Ok VALUE "00".
          88 Arcy-File-Eof VALUE "10".
       01 Aprm-File-Status PIC X(02) VALUE "00".
          88 Aprm-File-Ok VALUE "00".
       01 Transactions-Anomaly-Held PIC 9(05) VALUE 0.
       01 Anomaly-Releases-Read PIC 9(05) VALUE 0.
       01 Anomaly-Held-Display PIC ZZZZ9.
       01 Anomaly-Check-Switch PIC X(01) VALUE "Y".
          88 Anomaly-Check-Active VALUE "Y".
       01 Anomaly-Reason PIC X(20).

      *> Unusual-activity limits; ANOMPARM overrides them. A day's
      *> payments beyond the multiple of the account's typical daily
      *> count (never fewer than the floor), a payment beyond the
      *> multiple of its typical amount and above the amount floor,
      *> and a transfer above the payee floor to an account it has
      *> not paid, are unusual. The amount and payee tests need the
      *> minimum count of payments in the history.
       01 Anomaly-Count-Multiple PIC 9(02) VALUE 3.
       01 Anomaly-Count-Floor PIC 9(03) VALUE 3.
       01 Anomaly-Amount-Multiple PIC 9(02) VALUE 5.
       01 Anomaly-Amount-Floor PIC 9(07)V99 VALUE 500.00.
       01 Anomaly-Payee-Floor PIC 9(07)V99 VALUE 1000.00.
       01 Anomaly-Min-History PIC 9(03) VALUE 5.

       01 Anomaly-History-Days PIC 9(03) VALUE 90.
       01 History-Cutoff-Date PIC 9(08).
       01 Back-Day-Count PIC 9(03).
       01 Back-Date PIC 9(08).
       01 Back-Date-Split REDEFINES Back-Date.
           05 Back-Year             PIC 9(04).
           05 Back-Month            PIC 9(02).
           05 Back-Day              PIC 9(02).
       01 Month-Length-Values PIC X(24)
           VALUE "312831303130313130313031".
       01 Month-Length-Table REDEFINES Month-Length-Values.
           05 Month-Length          PIC 9(02) OCCURS 12 TIMES.
       01 Leap-Quotient PIC 9(04).
       01 Leap-Remainder-4 PIC 9(04).
       01 Leap-Remainder-100 PIC 9(04).
       01 Leap-Remainder-400 PIC 9(04).

      *> One profile per account with customer payments in the
      *> batch: the night's count from the control pre-scan, then
      *> its payment history from the journal.
       01 Max-Profile-Entries PIC 9(04) VALUE 500.
       01 Profile-Entry-Count PIC 9(04) VALUE 0.
       01 Profile-Sub PIC 9(04).
       01 Found-Profile-Sub PIC 9(04).
       01 Search-Acct-Number PIC X(15).
       01 Max-Profile-Payees PIC 9(02) VALUE 10.
       01 Payee-Sub PIC 9(02).
       01 Found-Payee-Sub PIC 9(02).
       01 Search-Payee-Acct PIC X(15).
       01 Account-Profile-Table.
           05 Account-Profile-Entry OCCURS 500 TIMES.
              10 Tbl-Prof-Acct-Number   PIC X(15).
              10 Tbl-Prof-Batch-Count   PIC 9(05).
              10 Tbl-Prof-Hist-Days     PIC 9(03).
              10 Tbl-Prof-Hist-Count    PIC 9(05).
              10 Tbl-Prof-Hist-Amount   PIC S9(11)V99.
              10 Tbl-Prof-Last-Date     PIC 9(08).
              10 Tbl-Prof-Payee-Count   PIC 9(02).
              10 Tbl-Prof-Payees-Full   PIC X(01).
              10 Tbl-Prof-Payee         PIC X(15) OCCURS 10 TIMES.
       01 Typical-Daily-Count PIC 9(05)V99.
       01 Daily-Count-Limit PIC 9(07)V99.
       01 Typical-Amount PIC S9(9)V99.
       01 Amount-Limit PIC S9(11)V99.

       01 In-Batch-Switch PIC X(01) VALUE "N".
          88 In-Open-Batch VALUE "Y".
       01 Batch-Control-Failed PIC X(01) VALUE "N".
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Compute-Lookback-Cutoff.
           PERFORM Compute-History-Cutoff.
           PERFORM Read-Anomaly-Parm.
           PERFORM Verify-Batch-Controls.
           PERFORM Load-Recent-Journal-Entries.
           PERFORM Load-Stop-Orders.
           PERFORM Open-Files.
           PERFORM Read-Next-Transaction.
           PERFORM Edit-Transactions UNTIL Tran-No-More-Records.
           PERFORM Process-Recycle-File.
           PERFORM Process-Anomaly-Recycle-File.
           PERFORM Close-Files.
           DISPLAY "Transactions read: " Transactions-Read.
           DISPLAY "Transactions clean: " Transactions-Clean.
           DISPLAY "Suspected duplicates diverted: "
               Transactions-Dup-Suspect.
           DISPLAY "Recycled releases re-edited: " Recycles-Read.
           DISPLAY "Debits stopped by stop-payment order: "
               Transactions-Stopped.
           DISPLAY "Unusual payments held for review: "
               Transactions-Anomaly-Held.
           DISPLAY "Unusual-payment releases re-edited: "
               Anomaly-Releases-Read.
           IF Transactions-Anomaly-Held > 0
               MOVE Transactions-Anomaly-Held TO Anomaly-Held-Display
               MOVE 9001 TO Alert-Err-Code
               MOVE SPACES TO Alert-Text
               STRING Anomaly-Held-Display DELIMITED BY SIZE
                   " unusual payments held - ANOMSUSP"
                   DELIMITED BY SIZE
                   INTO Alert-Text
               END-STRING
               SET Alert-Warning TO TRUE
               PERFORM Write-Operator-Alert
           END-IF.
           IF Transactions-Suspended > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Write-Control-Total.
           PERFORM Write-Job-Log.
           STOP RUN.

           OPEN OUTPUT Validated-Tran-File.
           OPEN OUTPUT Suspense-File.
           OPEN OUTPUT Duplicate-Suspense-File.
           OPEN OUTPUT Anomaly-Suspense-File.
           OPEN OUTPUT Stop-Hit-File.
           OPEN INPUT Operator-Master-File.
           IF Opr-File-Ok
               SET Operator-Check-Active TO TRUE

       Edit-One-Transaction.
           ADD 1 TO Transactions-Read.
           ADD 1 TO Tranfile-Records-Read.
           IF Tran-Amount IS NUMERIC
               ADD Tran-Amount TO Tranfile-Hash-Total
           END-IF.
           MOVE 0 TO ERR-CODE.
           PERFORM Validate-Transaction.
           IF ERR-NONE AND Duplicate-Check-Active
                   MOVE 4018 TO ERR-CODE
               END-IF
           END-IF.
           IF ERR-NONE AND Anomaly-Check-Active
               AND (Tran-Is-Debit OR Tran-Is-Transfer)
               AND (Tran-Src-Teller OR Tran-Src-Standing-Order
                   OR Tran-Src-Clearing)
               PERFORM Check-Unusual-Activity
           END-IF.
           IF ERR-NONE
               WRITE Validated-Tran-Record FROM Tran-Record
               ADD 1 TO Transactions-Clean
               IF ERR-SUSPECT-DUPLICATE
                   PERFORM Write-Duplicate-Suspense
               ELSE
                   IF ERR-UNUSUAL-ACTIVITY
                       PERFORM Write-Anomaly-Suspense
                   ELSE
                       PERFORM Write-Suspense-Record
                   END-IF
               END-IF
           END-IF.
           PERFORM Read-Next-Transaction.
           IF ERR-NONE
               PERFORM Validate-Effective-Date
           END-IF.
           IF ERR-NONE AND (Tran-Is-Debit OR Tran-Is-Transfer)
               PERFORM Check-Account-Frozen
           END-IF.
           IF ERR-NONE AND (Tran-Is-Debit OR Tran-Is-Transfer)
               PERFORM Check-Stop-Payment
           END-IF.

       Validate-Tran-Type.
           IF NOT Tran-Is-Debit AND NOT Tran-Is-Credit
           END-IF.

       Validate-Tran-Account.
           MOVE "N" TO Tran-Acct-Frozen-Switch.
           MOVE Tran-Acct-Number TO Acct-Number.
           READ Account-Master-File
               INVALID KEY
               IF Acct-Closed
                   MOVE 4005 TO ERR-CODE
               END-IF
               IF Acct-Debits-Frozen
                   SET Tran-Acct-Is-Frozen TO TRUE
               END-IF
           END-IF.

      *> A transfer's to-account gets the same not-closed check as
      *> the from-account, plus a guard against transferring an
      *> account to itself. A to-account not on the master belongs
      *> to another bank and goes out through the clearing house.
       Validate-Transfer-Counterpart.
           IF Tran-Counterpart-Acct = SPACES
               MOVE 4015 TO ERR-CODE
           END-IF.
           IF ERR-NONE
               AND Tran-Counterpart-Acct = Tran-Acct-Number
               MOVE 4017 TO ERR-CODE
           END-IF.
           IF ERR-NONE
               MOVE Tran-Counterpart-Acct TO Acct-Number
               READ Account-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF Acct-File-Ok
                   IF Acct-Closed
               AND NOT Tran-Src-Withholding
               AND NOT Tran-Src-Escheat
               AND NOT Tran-Src-Closure
               AND NOT Tran-Src-Return-Item
               AND NOT Tran-Src-Garnishment
               AND NOT Tran-Src-Deceased-Reversal
               AND NOT Tran-Src-Loan-Payment
               AND NOT Tran-Src-Clearing
               AND NOT Tran-Src-Dispute
               AND NOT Tran-Src-Account-Opening
               AND NOT Tran-Src-Ar-Payment
               AND NOT Tran-Src-Vendor-Payment
               MOVE 4019 TO ERR-CODE
           ELSE
               IF (Tran-Src-Teller OR Tran-Src-Correction
                   OR Tran-Src-Dispute)
                   AND Operator-Check-Active
                   MOVE Tran-Operator-Id TO Opr-User-Id
                   READ Operator-Master-File
               END-IF
           END-IF.

      *> A frozen account takes credits but no customer debits; the
      *> bank's own charges, the closure payout, a court-ordered
      *> seizure, the deceased-reversal debit and a dispute credit
      *> reversal still post.
       Check-Account-Frozen.
           IF Tran-Acct-Is-Frozen
               AND NOT Tran-Src-Fee-Batch
               AND NOT Tran-Src-Withholding
               AND NOT Tran-Src-Return-Item
               AND NOT Tran-Src-Escheat
               AND NOT Tran-Src-Closure
               AND NOT Tran-Src-Garnishment
               AND NOT Tran-Src-Deceased-Reversal
               AND NOT Tran-Src-Dispute
               MOVE 4024 TO ERR-CODE
           END-IF.

      *> A debit is stopped when an active order on the account
      *> covers its amount (both bounds zero covers any amount) and
      *> names its payee or no payee at all. The bank's own charges,
      *> loan and receivables payments and dispute credit reversals
      *> are not customer payments and pass.
       Check-Stop-Payment.
           MOVE 0 TO Matched-Stop-Id.
           IF NOT Tran-Src-Fee-Batch
               AND NOT Tran-Src-Withholding
               AND NOT Tran-Src-Return-Item
               AND NOT Tran-Src-Escheat
               AND NOT Tran-Src-Garnishment
               AND NOT Tran-Src-Deceased-Reversal
               AND NOT Tran-Src-Loan-Payment
               AND NOT Tran-Src-Ar-Payment
               AND NOT Tran-Src-Dispute
               PERFORM Check-One-Stop-Order
                   VARYING Stop-Sub FROM 1 BY 1
                   UNTIL Stop-Sub > Stop-Entry-Count
                   OR Matched-Stop-Id > 0
           END-IF.
           IF Matched-Stop-Id > 0
               MOVE 4023 TO ERR-CODE
           END-IF.

       Check-One-Stop-Order.
           IF Tbl-Stop-Acct-Number(Stop-Sub) = Tran-Acct-Number
               IF (Tbl-Stop-Amount-Low(Stop-Sub) = 0
                   AND Tbl-Stop-Amount-High(Stop-Sub) = 0)
                   OR (Tran-Amount >= Tbl-Stop-Amount-Low(Stop-Sub)
                   AND Tran-Amount <= Tbl-Stop-Amount-High(Stop-Sub))
                   IF Tbl-Stop-Counterpart(Stop-Sub) = SPACES
                       OR Tbl-Stop-Counterpart(Stop-Sub)
                           = Tran-Counterpart-Acct
                       MOVE Tbl-Stop-Order-Id(Stop-Sub)
                           TO Matched-Stop-Id
                   END-IF
               END-IF
           END-IF.

       Write-Stop-Hit.
           ADD 1 TO Transactions-Stopped.
           MOVE Matched-Stop-Id TO Hit-Stop-Order-Id.
           MOVE Today-Date TO Hit-Business-Date.
           MOVE Tran-Record TO Hit-Tran-Data.
           WRITE Stop-Hit-Record.

       Write-Suspense-Record.
           ADD 1 TO Transactions-Suspended.
           IF ERR-STOP-PAYMENT
               PERFORM Write-Stop-Hit
           END-IF.
           MOVE Tran-Acct-Number TO Susp-Acct-Number.
           MOVE Tran-Type TO Susp-Tran-Type.
           MOVE Tran-Record(17:9) TO Susp-Amount.
           CLOSE Validated-Tran-File.
           CLOSE Suspense-File.
           CLOSE Duplicate-Suspense-File.
           CLOSE Anomaly-Suspense-File.
           CLOSE Stop-Hit-File.
           CLOSE Edit-Report-File.
           IF Operator-Check-Active
               CLOSE Operator-Master-File
                           ADD Tran-Amount TO Counted-Hash-Total
                       END-IF
                   END-IF
                   PERFORM Note-Batch-Payment
               END-IF
           END-IF.
           PERFORM Read-Next-Transaction.
      *> very protection this pass exists for - so an overflow
      *> refuses the run instead.
       Seed-One-Journal-Entry.
           IF Jrnl-Post-Date >= History-Cutoff-Date
               AND Jrnl-Is-Debit
               AND (Jrnl-Source-Code = "T" OR "S" OR "H")
               PERFORM Add-To-Account-Profile
           END-IF.
           IF Jrnl-Post-Date >= Lookback-Cutoff-Date
               AND Seen-Entry-Count = Max-Seen-Entries
               DISPLAY "More than " Max-Seen-Entries " entries in"
           END-IF.
           PERFORM Read-Next-Journal-Entry.

      *> The active stop orders are loaded once; an order past its
      *> expiry date drops off here even before StopPaymentReport
      *> marks it expired. An order the table cannot hold would
      *> let the payment through, so an overflow refuses the run.
       Load-Stop-Orders.
           MOVE 0 TO Stop-Entry-Count.
           OPEN INPUT Stop-Payment-File.
           IF Stop-File-Ok
               PERFORM Read-Next-Stop-Order
               PERFORM Store-One-Stop-Order UNTIL Stop-File-Eof
               CLOSE Stop-Payment-File
           END-IF.

       Read-Next-Stop-Order.
           READ Stop-Payment-File NEXT RECORD
               AT END
                   SET Stop-File-Eof TO TRUE
           END-READ.

       Store-One-Stop-Order.
           IF Stop-Active AND Stop-Expiry-Date >= Today-Date
               IF Stop-Entry-Count = Max-Stop-Entries
                   DISPLAY "More than " Max-Stop-Entries " active"
                       " stop-payment orders - refusing rather than"
                       " letting stopped payments through."
                   MOVE 8 TO RETURN-CODE
                   PERFORM Write-Job-Log
                   STOP RUN
               END-IF
               ADD 1 TO Stop-Entry-Count
               MOVE Stop-Order-Id
                   TO Tbl-Stop-Order-Id(Stop-Entry-Count)
               MOVE Stop-Acct-Number
                   TO Tbl-Stop-Acct-Number(Stop-Entry-Count)
               MOVE Stop-Amount-Low
                   TO Tbl-Stop-Amount-Low(Stop-Entry-Count)
               MOVE Stop-Amount-High
                   TO Tbl-Stop-Amount-High(Stop-Entry-Count)
               MOVE Stop-Counterpart-Acct
                   TO Tbl-Stop-Counterpart(Stop-Entry-Count)
           END-IF.
           PERFORM Read-Next-Stop-Order.

      *> A journal entry matches on account/type/amount (its posting
      *> date already passed the lookback filter); a batch entry
      *> must match the transaction date too.
           MOVE ERR-CODE TO Dup-Reason-Code.
           WRITE Duplicate-Suspense-Record.

       Write-Anomaly-Suspense.
           ADD 1 TO Transactions-Anomaly-Held.
           MOVE Tran-Record TO Anom-Tran-Data.
           MOVE ERR-CODE TO Anom-Reason-Code.
           MOVE Anomaly-Reason TO Anom-Reason-Text.
           WRITE Anomaly-Suspense-Record.

      *> Releases approved through DuplicateRelease come back in on
      *> TRANRCYC: re-edited like any keyed record, but exempt from
      *> the duplicate check a human already overruled. The recycle

       Edit-One-Recycle.
           ADD 1 TO Recycles-Read.
           MOVE Recycle-Tran-Record TO Tran-Record.
           PERFORM Edit-Released-Record.
           PERFORM Read-Next-Recycle.

      *> A released record has been looked at by a reviewer, so it
      *> is not screened for unusual activity again.
       Edit-Released-Record.
           ADD 1 TO Transactions-Read.
           MOVE 0 TO ERR-CODE.
           PERFORM Validate-Transaction.
           IF ERR-NONE
           ELSE
               PERFORM Write-Suspense-Record
           END-IF.

      *> Releases approved through AnomalyRelease come back in on
      *> ANOMRCYC the same way, exempt from both the duplicate check
      *> they already passed and the screening a reviewer overruled,
      *> and the file is consumed afterward.
       Process-Anomaly-Recycle-File.
           OPEN INPUT Anomaly-Recycle-File.
           IF Arcy-File-Ok
               MOVE "N" TO Duplicate-Check-Switch
               MOVE "N" TO Anomaly-Check-Switch
               PERFORM Read-Next-Anomaly-Recycle
               PERFORM Edit-One-Anomaly-Recycle UNTIL Arcy-File-Eof
               CLOSE Anomaly-Recycle-File
               OPEN OUTPUT Anomaly-Recycle-File
               CLOSE Anomaly-Recycle-File
           END-IF.

       Read-Next-Anomaly-Recycle.
           READ Anomaly-Recycle-File
               AT END
                   SET Arcy-File-Eof TO TRUE
           END-READ.

       Edit-One-Anomaly-Recycle.
           ADD 1 TO Anomaly-Releases-Read.
           MOVE Anomaly-Recycle-Record TO Tran-Record.
           PERFORM Edit-Released-Record.
           PERFORM Read-Next-Anomaly-Recycle.

      *> A missing parameter file keeps the limits above.
       Read-Anomaly-Parm.
           OPEN INPUT Anomaly-Parm-File.
           IF Aprm-File-Ok
               READ Anomaly-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Parm-Count-Multiple
                           TO Anomaly-Count-Multiple
                       MOVE Parm-Count-Floor TO Anomaly-Count-Floor
                       MOVE Parm-Amount-Multiple
                           TO Anomaly-Amount-Multiple
                       MOVE Parm-Amount-Floor TO Anomaly-Amount-Floor
                       MOVE Parm-Payee-Floor TO Anomaly-Payee-Floor
                       MOVE Parm-Min-History TO Anomaly-Min-History
               END-READ
               CLOSE Anomaly-Parm-File
           END-IF.

      *> The history window starts 90 calendar days back, walked a
      *> day at a time so month ends and leap years come out right.
       Compute-History-Cutoff.
           MOVE Today-Date TO Back-Date.
           PERFORM Step-Back-One-Day
               VARYING Back-Day-Count FROM 1 BY 1
               UNTIL Back-Day-Count > Anomaly-History-Days.
           MOVE Back-Date TO History-Cutoff-Date.

       Step-Back-One-Day.
           IF Back-Day > 1
               SUBTRACT 1 FROM Back-Day
           ELSE
               IF Back-Month > 1
                   SUBTRACT 1 FROM Back-Month
               ELSE
                   MOVE 12 TO Back-Month
                   SUBTRACT 1 FROM Back-Year
               END-IF
               MOVE Month-Length(Back-Month) TO Back-Day
               IF Back-Month = 2
                   DIVIDE Back-Year BY 4 GIVING Leap-Quotient
                       REMAINDER Leap-Remainder-4
                   DIVIDE Back-Year BY 100 GIVING Leap-Quotient
                       REMAINDER Leap-Remainder-100
                   DIVIDE Back-Year BY 400 GIVING Leap-Quotient
                       REMAINDER Leap-Remainder-400
                   IF Leap-Remainder-4 = 0
                       AND (Leap-Remainder-100 NOT = 0
                           OR Leap-Remainder-400 = 0)
                       MOVE 29 TO Back-Day
                   END-IF
               END-IF
           END-IF.

      *> Counts the night's customer payments per account during the
      *> control pre-scan. An account the table cannot hold would go
      *> unscreened, so an overflow refuses the run.
       Note-Batch-Payment.
           IF (Tran-Is-Debit OR Tran-Is-Transfer)
               AND (Tran-Src-Teller OR Tran-Src-Standing-Order
                   OR Tran-Src-Clearing)
               MOVE Tran-Acct-Number TO Search-Acct-Number
               PERFORM Find-Account-Profile
               IF Found-Profile-Sub = 0
                   IF Profile-Entry-Count = Max-Profile-Entries
                       DISPLAY "More than " Max-Profile-Entries
                           " paying accounts in the batch - refusing"
                           " rather than editing unscreened."
                       MOVE 8 TO RETURN-CODE
                       PERFORM Write-Job-Log
                       STOP RUN
                   END-IF
                   ADD 1 TO Profile-Entry-Count
                   MOVE Profile-Entry-Count TO Found-Profile-Sub
                   MOVE Tran-Acct-Number
                       TO Tbl-Prof-Acct-Number(Found-Profile-Sub)
                   MOVE 0 TO Tbl-Prof-Batch-Count(Found-Profile-Sub)
                   MOVE 0 TO Tbl-Prof-Hist-Days(Found-Profile-Sub)
                   MOVE 0 TO Tbl-Prof-Hist-Count(Found-Profile-Sub)
                   MOVE 0 TO Tbl-Prof-Hist-Amount(Found-Profile-Sub)
                   MOVE 0 TO Tbl-Prof-Last-Date(Found-Profile-Sub)
                   MOVE 0 TO Tbl-Prof-Payee-Count(Found-Profile-Sub)
                   MOVE "N" TO Tbl-Prof-Payees-Full(Found-Profile-Sub)
               END-IF
               ADD 1 TO Tbl-Prof-Batch-Count(Found-Profile-Sub)
           END-IF.

      *> Called with the account wanted in Search-Acct-Number; zero
      *> when it has no profile.
       Find-Account-Profile.
           MOVE 0 TO Found-Profile-Sub.
           PERFORM Check-One-Profile
               VARYING Profile-Sub FROM 1 BY 1
               UNTIL Profile-Sub > Profile-Entry-Count
               OR Found-Profile-Sub > 0.

       Check-One-Profile.
           IF Tbl-Prof-Acct-Number(Profile-Sub) = Search-Acct-Number
               MOVE Profile-Sub TO Found-Profile-Sub
           END-IF.

      *> The journal is written a business day at a time, so a
      *> change of post date is a new paying day.
       Add-To-Account-Profile.
           MOVE Jrnl-Acct-Number TO Search-Acct-Number.
           PERFORM Find-Account-Profile.
           IF Found-Profile-Sub > 0
               ADD 1 TO Tbl-Prof-Hist-Count(Found-Profile-Sub)
               ADD Jrnl-Amount
                   TO Tbl-Prof-Hist-Amount(Found-Profile-Sub)
               IF Jrnl-Post-Date
                   NOT = Tbl-Prof-Last-Date(Found-Profile-Sub)
                   ADD 1 TO Tbl-Prof-Hist-Days(Found-Profile-Sub)
                   MOVE Jrnl-Post-Date
                       TO Tbl-Prof-Last-Date(Found-Profile-Sub)
               END-IF
               IF Jrnl-Counterpart-Acct NOT = SPACES
                   MOVE Jrnl-Counterpart-Acct TO Search-Payee-Acct
                   PERFORM Find-Profile-Payee
                   IF Found-Payee-Sub = 0
                       PERFORM Add-Profile-Payee
                   END-IF
               END-IF
           END-IF.

      *> An account paying more accounts than the table holds is
      *> paying too widely to call any payee new.
       Add-Profile-Payee.
           IF Tbl-Prof-Payee-Count(Found-Profile-Sub)
                   = Max-Profile-Payees
               MOVE "Y" TO Tbl-Prof-Payees-Full(Found-Profile-Sub)
           ELSE
               ADD 1 TO Tbl-Prof-Payee-Count(Found-Profile-Sub)
               MOVE Tbl-Prof-Payee-Count(Found-Profile-Sub)
                   TO Payee-Sub
               MOVE Search-Payee-Acct
                   TO Tbl-Prof-Payee(Found-Profile-Sub, Payee-Sub)
           END-IF.

       Find-Profile-Payee.
           MOVE 0 TO Found-Payee-Sub.
           PERFORM Check-One-Payee
               VARYING Payee-Sub FROM 1 BY 1
               UNTIL Payee-Sub > Tbl-Prof-Payee-Count(Found-Profile-Sub)
               OR Found-Payee-Sub > 0.

       Check-One-Payee.
           IF Tbl-Prof-Payee(Found-Profile-Sub, Payee-Sub)
                   = Search-Payee-Acct
               MOVE Payee-Sub TO Found-Payee-Sub
           END-IF.

      *> The count test holds every payment of an account paying far
      *> more often than usual tonight; the amount and payee tests
      *> judge the payment itself against a settled history.
       Check-Unusual-Activity.
           MOVE SPACES TO Anomaly-Reason.
           MOVE Tran-Acct-Number TO Search-Acct-Number.
           PERFORM Find-Account-Profile.
           IF Found-Profile-Sub > 0
               MOVE 0 TO Typical-Daily-Count
               IF Tbl-Prof-Hist-Days(Found-Profile-Sub) > 0
                   COMPUTE Typical-Daily-Count ROUNDED =
                       Tbl-Prof-Hist-Count(Found-Profile-Sub)
                       / Tbl-Prof-Hist-Days(Found-Profile-Sub)
               END-IF
               COMPUTE Daily-Count-Limit =
                   Typical-Daily-Count * Anomaly-Count-Multiple
               IF Daily-Count-Limit < Anomaly-Count-Floor
                   MOVE Anomaly-Count-Floor TO Daily-Count-Limit
               END-IF
               IF Tbl-Prof-Batch-Count(Found-Profile-Sub)
                   > Daily-Count-Limit
                   MOVE "DAILY COUNT" TO Anomaly-Reason
               END-IF
               IF Anomaly-Reason = SPACES
                   AND Tbl-Prof-Hist-Count(Found-Profile-Sub)
                       >= Anomaly-Min-History
                   PERFORM Check-Unusual-Payment
               END-IF
           END-IF.
           IF Anomaly-Reason NOT = SPACES
               MOVE 4025 TO ERR-CODE
           END-IF.

       Check-Unusual-Payment.
           COMPUTE Typical-Amount ROUNDED =
               Tbl-Prof-Hist-Amount(Found-Profile-Sub)
               / Tbl-Prof-Hist-Count(Found-Profile-Sub).
           COMPUTE Amount-Limit =
               Typical-Amount * Anomaly-Amount-Multiple.
           IF Tran-Amount > Amount-Limit
               AND Tran-Amount > Anomaly-Amount-Floor
               MOVE "AMOUNT" TO Anomaly-Reason
           END-IF.
           IF Anomaly-Reason = SPACES
               AND Tran-Is-Transfer
               AND Tran-Amount > Anomaly-Payee-Floor
               AND Tbl-Prof-Payees-Full(Found-Profile-Sub) = "N"
               MOVE Tran-Counterpart-Acct TO Search-Payee-Acct
               PERFORM Find-Profile-Payee
               IF Found-Payee-Sub = 0
                   MOVE "NEW PAYEE" TO Anomaly-Reason
               END-IF
           END-IF.

      *> Only what came in on TRANFILE is read here; the releases
      *> re-edited from the recycle files are the difference between
      *> this and the JOBLOG count.
       Write-Control-Total.
           MOVE "TransactionEdit" TO CTL-PROGRAM-ID.
           MOVE Today-Date TO CTL-RUN-DATE.
           MOVE Tranfile-Records-Read TO CTL-RECORDS-READ.
           MOVE Transactions-Clean TO CTL-RECORDS-WRITTEN.
           MOVE Tranfile-Hash-Total TO CTL-HASH-TOTAL.
           OPEN EXTEND Control-Total-File.
           IF Ctl-File-Status = "35"
               CLOSE Control-Total-File
               OPEN OUTPUT Control-Total-File
           END-IF.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE Control-Total-File.

       Write-Job-Log.
           MOVE "TransactionEdit" TO Job-Program-Id.
