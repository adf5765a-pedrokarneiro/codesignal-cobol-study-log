      *> covers pre-crash refusals, and the job log carries the
      *> combined applied count for the date. The open-holds and
      *> replay loads both refuse CC8 on table overflow.
      *> 2026-10-15: Overdraft protection - a debit (or a transfer's
      *> debit leg) that would go NSF on an account with an active
      *> ODLINK link now first pulls the shortfall plus the FEESCHED
      *> "ODSW" sweep fee (rounded up to the link's increment) from
      *> the protecting account as a journaled transfer pair under
      *> the "O" source, debits the fee, and only then posts the
      *> debit. The protecting account is never overdrawn, held or
      *> locked funds included. NSFRPT marks each line saved by a
      *> sweep, sweep failed, or unprotected.
      *> 2026-10-15: Image-Before-Save widened to the 200-byte
      *> account record (restriction flag and reserve).
      *> 2026-10-15: Multi-currency - an account held in a foreign
      *> currency posts only when EXCHRATE has a rate for it, and
      *> every journal entry now carries the account's currency,
      *> the rate and the local-currency equivalent. A transfer
      *> between accounts of different currencies is converted at
      *> the rate keyed for the business date (refused when either
      *> side has none), the credit leg posting the converted
      *> amount and each leg journaling the other's currency and
      *> amount. Overdraft sweeps stay within one currency.
      *> 2026-10-15: A transfer whose counterpart is not one of our
      *> accounts is an outgoing payment to another bank: only its
      *> debit leg posts, journaled with the clearing flag set, and
      *> ClearingOutbound sends it on the outgoing clearing file.
      *> 2026-10-15: The NSF test now runs against the overdraft
      *> terms of the account's DEPPROD deposit product, in force on
      *> the business date - its limit when the product allows an
      *> overdraft, none when it does not - unless the account
      *> carries a pricing exception or is on no product, which keep
      *> their own Acct-Overdraft-Limit. NSFRPT shows the limit
      *> actually applied.
      *> 2026-10-15: An overdraft sweep no longer draws on a
      *> protecting account whose debits are frozen; the sweep
      *> fails and the item takes the NSF path.
      *> 2026-10-15: The overdraft-sweep fee now rolls into the
      *> account's year-to-date fees collected, and its journal
      *> entry carries the per-event fee stamp so the general
      *> ledger books it as fee income.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Img-File-Status.

           SELECT Od-Link-File ASSIGN TO "ODLINK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Odl-File-Status.

           SELECT Fee-Schedule-File ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fee-File-Status.

           SELECT Exchange-Rate-File ASSIGN TO "EXCHRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRT-KEY
               FILE STATUS IS FXR-FILE-STATUS.

           SELECT LOCK-CONTROL-FILE ASSIGN TO "LOCKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

           SELECT Deposit-Product-File ASSIGN TO "DEPPROD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPR-KEY
               FILE STATUS IS DPP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  Transaction-File.
       COPY PSTJRNL.

       FD  Nsf-Report-File.
       COPY NSFREC.

       FD  Calendar-File.
       COPY BANKCAL.
           05 Chkp-Business-Date    PIC 9(08).
           05 Chkp-Position         PIC 9(07).

       FD  Od-Link-File.
       COPY ODLINK.

       FD  Fee-Schedule-File.
       COPY FEESCHED.

       FD  Exchange-Rate-File.
       COPY EXCHRATE.

       FD  LOCK-CONTROL-FILE.
       COPY LOCKREC.

       FD  Deposit-Product-File.
       COPY DEPPROD.

       WORKING-STORAGE SECTION.
       COPY LOCKWS.
       COPY FXRATEWS.
       COPY DEPPRDWS.

       01 Alert-File-Status PIC X(02) VALUE "00".

              10 Tbl-Hold-Total        PIC S9(9)V99.

       01 Account-Hold-Total PIC S9(9)V99 VALUE 0.
       01 Account-Od-Limit PIC S9(7)V99 VALUE 0.
       01 Hold-Account-Found PIC X(01) VALUE "N".
          88 Hold-Account-Is-Found VALUE "Y".

          88 Chkp-File-Ok VALUE "00".

       01 Img-File-Status PIC X(02) VALUE "00".
       01 Image-Before-Save PIC X(200).

       01 Checkpoint-Interval PIC 9(04) VALUE 100.
       01 Transactions-Handled PIC 9(07) VALUE 0.
       01 Transfer-Leg-Counterpart PIC X(15).
       01 Transfers-Applied PIC 9(05) VALUE 0.

       01 Transfer-Fx-Switch PIC X(01) VALUE "N".
          88 Transfer-Is-Fx VALUE "Y".
       01 Transfer-From-Currency PIC X(03).
       01 Transfer-To-Currency PIC X(03).
       01 Transfer-From-Rate PIC 9(05)V9(06).
       01 Transfer-To-Rate PIC 9(05)V9(06).
       01 Transfer-Credit-Amount PIC S9(7)V99.
       01 Transfer-Local-Amount PIC S9(11)V99.
       01 Transfer-Leg-Amount PIC S9(7)V99.
       01 Transfer-Leg-Counter-Amount PIC S9(7)V99.
       01 Transfer-Leg-Counter-Currency PIC X(03).
       01 Fx-Transfers-Applied PIC 9(05) VALUE 0.
       01 Transfer-External-Switch PIC X(01) VALUE "N".
          88 Transfer-Is-External VALUE "Y".
       01 External-Transfers-Applied PIC 9(05) VALUE 0.
       01 Adjustment-Base-Amount PIC S9(9)V99.

       01 Odl-File-Status PIC X(02) VALUE "00".
          88 Odl-File-Ok VALUE "00".
          88 Odl-File-Eof VALUE "10".
       01 Fee-File-Status PIC X(02) VALUE "00".
          88 Fee-File-Ok VALUE "00".
          88 Fee-File-Eof VALUE "10".

       01 Max-Od-Links PIC 9(03) VALUE 200.
       01 Od-Link-Count PIC 9(03) VALUE 0.
       01 Od-Link-Sub PIC 9(03).
       01 Found-Link-Sub PIC 9(03).
       01 Od-Link-Table.
           05 Od-Link-Entry OCCURS 200 TIMES.
              10 Tbl-Odl-Checking      PIC X(15).
              10 Tbl-Odl-Protecting    PIC X(15).
              10 Tbl-Odl-Increment     PIC S9(7)V99.

       01 Sweep-Fee-Type PIC X(04) VALUE "ODSW".
       01 Sweep-Fee-Amount PIC S9(5)V99 VALUE 0.
       01 Sweep-Fee-Found PIC X(01) VALUE "N".
          88 Sweep-Fee-Is-Found VALUE "Y".
       01 Sweep-Done-Switch PIC X(01) VALUE "N".
          88 Sweep-Is-Done VALUE "Y".
       01 Sweep-Result-Status PIC X(01) VALUE SPACE.
       01 Sweep-Amount PIC S9(9)V99 VALUE 0.
       01 Sweep-Increments PIC 9(07).
       01 Sweep-Remainder PIC S9(9)V99.
       01 Sweep-Checking-Acct PIC X(15).
       01 Sweep-Checking-Currency PIC X(03).
       01 Sweep-Protecting-Acct PIC X(15).
       01 Sweep-Jrnl-Type PIC X(01).
       01 Sweep-Jrnl-Amount PIC S9(9)V99.
       01 Sweep-Jrnl-Counterpart PIC X(15).
       01 Sweep-Jrnl-Source PIC X(01).
       01 Sweeps-Applied PIC 9(05) VALUE 0.
       01 Sweeps-Failed PIC 9(05) VALUE 0.

       01 Today-Date PIC 9(08).

       01 Cal-File-Status PIC X(02) VALUE "00".
           PERFORM Check-Banking-Calendar.
           PERFORM Read-Checkpoint-State.
           PERFORM Load-Open-Holds-Table.
           PERFORM Load-Od-Link-Table.
           PERFORM Load-Sweep-Fee.
           MOVE Today-Date TO FXR-AS-OF-DATE.
           PERFORM LOAD-EXCHANGE-RATES.
           IF FXR-TABLE-OVERFLOWED
               DISPLAY "More than " FXR-MAX-CURRENCIES
                   " currencies on EXCHRATE - refusing rather"
                   " than posting without their rates."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE Today-Date TO DPP-AS-OF-DATE.
           PERFORM LOAD-DEPOSIT-PRODUCTS.
           IF DPP-TABLE-OVERFLOWED
               DISPLAY "More than " DPP-MAX-PRODUCTS
                   " deposit products on DEPPROD - refusing rather"
                   " than posting without their overdraft terms."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ACCTMSTR" TO Lock-Master-Wanted.
           MOVE "BankPosting" TO Lock-Program-Name.
           PERFORM Claim-Master-Lock.
           PERFORM Record-Run-Complete.
           DISPLAY "Transactions posted: " Postings-Applied.
           DISPLAY "Transfers applied: " Transfers-Applied.
           DISPLAY "Cross-currency transfers converted: "
               Fx-Transfers-Applied.
           DISPLAY "Outgoing transfers to other banks: "
               External-Transfers-Applied.
           DISPLAY "Transactions rejected: " Postings-Rejected.
           DISPLAY "Transactions NSF: " Postings-Nsf.
           DISPLAY "Debits saved by overdraft sweep: " Sweeps-Applied.
           DISPLAY "Overdraft sweeps that could not cover: "
               Sweeps-Failed.
           DISPLAY "Backdated adjustments accrued: "
               Adjustments-Accrued.
           IF Restart-Mode
                   ADD 1 TO Postings-Rejected
                   DISPLAY "No account for tran: " Tran-Acct-Number
           END-READ.
           MOVE "N" TO Sweep-Done-Switch.
           MOVE SPACE TO Sweep-Result-Status.
           IF Acct-File-Ok
               MOVE Acct-Currency-Code TO FXR-WANTED-CURRENCY
               PERFORM FIND-EXCHANGE-RATE
               IF NOT FXR-RATE-FOUND
                   ADD 1 TO Postings-Rejected
                   DISPLAY "No exchange rate for " Acct-Currency-Code
                       " - account " Acct-Number " not posted"
                   MOVE "99" TO Acct-File-Status
               END-IF
           END-IF.
           IF Acct-File-Ok
               MOVE Acct-Master-Record TO Image-Before-Save
               PERFORM Apply-Posting
               IF Posting-Is-Nsf
                   PERFORM Try-Overdraft-Sweep
                   IF Sweep-Is-Done
                       PERFORM Apply-Posting
                   END-IF
               END-IF
               IF Posting-Is-Term-Locked
                   ADD 1 TO Postings-Rejected
                   DISPLAY "Debit refused - term account "
                       PERFORM Write-Account-Image
                   ELSE
                       PERFORM Rewrite-Account
                       IF Sweep-Is-Done
                           PERFORM Write-Sweep-Saved-Line
                       END-IF
                   END-IF
               END-IF
           END-IF.
       Post-Transfer.
           MOVE "N" TO Posting-Nsf-Switch.
           MOVE "N" TO Transfer-Failed-Switch.
           MOVE "N" TO Sweep-Done-Switch.
           MOVE SPACE TO Sweep-Result-Status.
           MOVE Tran-Acct-Number TO Acct-Number.
           READ Account-Master-File
               INVALID KEY
                   SET Transfer-Is-Failed TO TRUE
               END-IF
           END-IF.
           IF NOT Transfer-Is-Failed
               PERFORM Price-Transfer-Currency
           END-IF.
           IF NOT Transfer-Is-Failed
               MOVE Acct-Master-Record TO Image-Before-Save
               PERFORM Find-Account-Hold-Total
               PERFORM Find-Account-Od-Limit
               COMPUTE Balance-After-Debit =
                   Acct-Balance - Tran-Amount
               IF Balance-After-Debit - Account-Hold-Total
                   < (0 - Account-Od-Limit)
                   PERFORM Try-Overdraft-Sweep
                   IF NOT Sweep-Is-Done
                       SET Posting-Is-Nsf TO TRUE
                       PERFORM Write-Nsf-Report-Line
                       ADD 1 TO Acct-Ytd-Nsf-Count
                       REWRITE Acct-Master-Record
                       PERFORM Write-Account-Image
                       SET Transfer-Is-Failed TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT Transfer-Is-Failed
               AND NOT Transfer-Is-External
               PERFORM Apply-Transfer-Credit-Leg
           END-IF.
           IF NOT Transfer-Is-Failed
               PERFORM Apply-Transfer-Debit-Leg
               ADD 1 TO Transfers-Applied
               IF Transfer-Is-Fx
                   ADD 1 TO Fx-Transfers-Applied
               END-IF
               IF Transfer-Is-External
                   ADD 1 TO External-Transfers-Applied
               END-IF
               IF Sweep-Is-Done
                   PERFORM Write-Sweep-Saved-Line
               END-IF
           END-IF.

      *> Called with the from-account in the buffer, and leaves it
      *> there. Same-currency transfers credit what they debit. A
      *> transfer that crosses currencies converts through local
      *> currency at both sides' rates for the business date
      *> itself - a stale rate is not good enough to move money
      *> between currencies - so a side with no rate keyed today
      *> refuses the whole transfer. A counterpart not on the
      *> master is another bank's customer: no credit leg here and
      *> no conversion, the payment going out in local currency.
       Price-Transfer-Currency.
           MOVE "N" TO Transfer-Fx-Switch.
           MOVE "N" TO Transfer-External-Switch.
           MOVE Tran-Amount TO Transfer-Credit-Amount.
           MOVE Acct-Currency-Code TO Transfer-From-Currency.
           MOVE Acct-Currency-Code TO Transfer-To-Currency.
           MOVE Tran-Counterpart-Acct TO Acct-Number.
           READ Account-Master-File
               INVALID KEY
                   SET Transfer-Is-External TO TRUE
           END-READ.
           IF Acct-File-Ok
               MOVE Acct-Currency-Code TO Transfer-To-Currency
           END-IF.
           MOVE Tran-Acct-Number TO Acct-Number.
           READ Account-Master-File
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE Transfer-From-Currency TO FXR-WANTED-CURRENCY.
           PERFORM FIND-EXCHANGE-RATE.
           MOVE FXR-FOUND-RATE TO Transfer-From-Rate.
           IF NOT FXR-RATE-FOUND
               ADD 1 TO Postings-Rejected
               DISPLAY "Transfer refused - no exchange rate for "
                   Transfer-From-Currency
               SET Transfer-Is-Failed TO TRUE
           END-IF.
           IF NOT Transfer-Is-Failed
               AND Transfer-To-Currency NOT = Transfer-From-Currency
               PERFORM Convert-Transfer-Amount
           END-IF.
           COMPUTE Transfer-Local-Amount ROUNDED =
               Tran-Amount * Transfer-From-Rate.

       Convert-Transfer-Amount.
           IF FXR-FOUND-DATE NOT = Today-Date
               ADD 1 TO Postings-Rejected
               DISPLAY "Transfer refused - no " Transfer-From-Currency
                   " rate keyed for " Today-Date
               SET Transfer-Is-Failed TO TRUE
           END-IF.
           IF NOT Transfer-Is-Failed
               MOVE Transfer-To-Currency TO FXR-WANTED-CURRENCY
               PERFORM FIND-EXCHANGE-RATE
               MOVE FXR-FOUND-RATE TO Transfer-To-Rate
               IF NOT FXR-RATE-FOUND
                   OR FXR-FOUND-DATE NOT = Today-Date
                   ADD 1 TO Postings-Rejected
                   DISPLAY "Transfer refused - no "
                       Transfer-To-Currency " rate keyed for "
                       Today-Date
                   SET Transfer-Is-Failed TO TRUE
               END-IF
           END-IF.
           IF NOT Transfer-Is-Failed
               COMPUTE Transfer-Credit-Amount ROUNDED =
                   Tran-Amount * Transfer-From-Rate / Transfer-To-Rate
                   ON SIZE ERROR
                       ADD 1 TO Postings-Rejected
                       DISPLAY "Transfer refused - converted amount"
                           " too large for " Tran-Counterpart-Acct
                       SET Transfer-Is-Failed TO TRUE
               END-COMPUTE
           END-IF.
           IF NOT Transfer-Is-Failed
               SET Transfer-Is-Fx TO TRUE
           END-IF.

       Apply-Transfer-Credit-Leg.
           END-READ.
           IF NOT Transfer-Is-Failed
               MOVE Acct-Master-Record TO Image-Before-Save
               ADD Transfer-Credit-Amount TO Acct-Balance
               MOVE Today-Date TO Acct-Last-Activity-Date
               IF Tran-Effective-Date NOT = 0
                   AND Tran-Effective-Date < Today-Date
                   MOVE "C" TO Adjustment-Direction
                   MOVE Transfer-Credit-Amount
                       TO Adjustment-Base-Amount
                   PERFORM Accrue-Backdated-Adjustment
               END-IF
               MOVE "C" TO Transfer-Leg-Type
               MOVE Tran-Acct-Number TO Transfer-Leg-Counterpart
               MOVE Transfer-Credit-Amount TO Transfer-Leg-Amount
               MOVE Transfer-From-Currency
                   TO Transfer-Leg-Counter-Currency
               MOVE Tran-Amount TO Transfer-Leg-Counter-Amount
               PERFORM Rewrite-Transfer-Leg
           END-IF.

               IF Tran-Effective-Date NOT = 0
                   AND Tran-Effective-Date < Today-Date
                   MOVE "D" TO Adjustment-Direction
                   MOVE Tran-Amount TO Adjustment-Base-Amount
                   PERFORM Accrue-Backdated-Adjustment
               END-IF
               MOVE "D" TO Transfer-Leg-Type
               MOVE Tran-Counterpart-Acct TO Transfer-Leg-Counterpart
               MOVE Tran-Amount TO Transfer-Leg-Amount
               MOVE Transfer-To-Currency
                   TO Transfer-Leg-Counter-Currency
               MOVE Transfer-Credit-Amount
                   TO Transfer-Leg-Counter-Amount
               PERFORM Rewrite-Transfer-Leg
           END-IF.

           MOVE Acct-Number TO Jrnl-Acct-Number.
           MOVE Today-Date TO Jrnl-Post-Date.
           MOVE Transfer-Leg-Type TO Jrnl-Tran-Type.
           MOVE Transfer-Leg-Amount TO Jrnl-Amount.
           MOVE Acct-Balance TO Jrnl-Balance-After.
           MOVE Transfer-Leg-Counterpart TO Jrnl-Counterpart-Acct.
           MOVE Tran-Source-Code TO Jrnl-Source-Code.
           MOVE Tran-Operator-Id TO Jrnl-Operator-Id.
           PERFORM Stamp-Effective-Date.
           PERFORM Stamp-Journal-Currency.
      *> Both legs of a converted transfer book the same local
      *> amount, so the general ledger sees them net to zero.
           IF Transfer-Is-Fx
               MOVE Transfer-Local-Amount TO Jrnl-Local-Amount
               MOVE Transfer-Leg-Counter-Currency
                   TO Jrnl-Counter-Currency
               MOVE Transfer-Leg-Counter-Amount
                   TO Jrnl-Counter-Amount
           END-IF.
           IF Transfer-Is-External
               SET Jrnl-Clearing-Outbound TO TRUE
           END-IF.
           WRITE Posted-Journal-Record.

      *> Called with the posted account in the buffer and
      *> Jrnl-Amount set: the entry carries the account's currency,
      *> the rate posting used and the local-currency equivalent.
       Stamp-Journal-Currency.
           MOVE Acct-Currency-Code TO Jrnl-Currency-Code.
           MOVE Acct-Currency-Code TO FXR-WANTED-CURRENCY.
           PERFORM FIND-EXCHANGE-RATE.
           MOVE FXR-FOUND-RATE TO Jrnl-Exchange-Rate.
           MOVE Jrnl-Amount TO FXR-FOREIGN-AMOUNT.
           PERFORM CONVERT-TO-LOCAL.
           MOVE FXR-LOCAL-AMOUNT TO Jrnl-Local-Amount.
           MOVE SPACES TO Jrnl-Counter-Currency.
           MOVE 0 TO Jrnl-Counter-Amount.
           MOVE SPACES TO Jrnl-Clearing-Flag.

       Stamp-Effective-Date.
           IF Tran-Effective-Date = 0
               MOVE Today-Date TO Jrnl-Effective-Date
           ELSE
               IF TRAN-IS-DEBIT
                   PERFORM Find-Account-Hold-Total
                   PERFORM Find-Account-Od-Limit
                   COMPUTE Balance-After-Debit =
                       Acct-Balance - Tran-Amount
                   IF Balance-After-Debit - Account-Hold-Total
                       < (0 - Account-Od-Limit)
                       SET Posting-Is-Nsf TO TRUE
                   ELSE
                       MOVE Balance-After-Debit TO Acct-Balance
                   ELSE
                       MOVE "C" TO Adjustment-Direction
                   END-IF
                   MOVE Tran-Amount TO Adjustment-Base-Amount
                   PERFORM Accrue-Backdated-Adjustment
               END-IF
           END-IF.
      *> it adds back an NSF - the line carries the ordinary type
      *> and a zero hold so the report reads honestly.
       Write-Term-Lock-Nsf-Line.
           PERFORM Find-Account-Od-Limit.
           MOVE Tran-Acct-Number TO Nsf-Acct-Number.
           MOVE Today-Date TO Nsf-Post-Date.
           MOVE Tran-Type TO Nsf-Tran-Type.
           MOVE Tran-Amount TO Nsf-Amount.
           MOVE Acct-Balance TO Nsf-Balance.
           MOVE Account-Od-Limit TO Nsf-Overdraft-Limit.
           MOVE 0 TO Nsf-Hold-Amount.
           MOVE SPACE TO Nsf-Sweep-Status.
           MOVE 0 TO Nsf-Sweep-Amount.
           MOVE 0 TO Nsf-Sweep-Fee.
           WRITE Nsf-Report-Record.

       Write-Nsf-Report-Line.
           MOVE Tran-Type TO Nsf-Tran-Type.
           MOVE Tran-Amount TO Nsf-Amount.
           MOVE Acct-Balance TO Nsf-Balance.
           MOVE Account-Od-Limit TO Nsf-Overdraft-Limit.
           MOVE Account-Hold-Total TO Nsf-Hold-Amount.
           MOVE Sweep-Result-Status TO Nsf-Sweep-Status.
           MOVE 0 TO Nsf-Sweep-Amount.
           MOVE 0 TO Nsf-Sweep-Fee.
           WRITE Nsf-Report-Record.

      *> A saved debit still gets an NSFRPT line so the branch sees
      *> the sweep; it is not counted as an NSF, and the proof and
      *> the branch report know to skip it.
       Write-Sweep-Saved-Line.
           ADD 1 TO Sweeps-Applied.
           MOVE Tran-Acct-Number TO Nsf-Acct-Number.
           MOVE Today-Date TO Nsf-Post-Date.
           MOVE Tran-Type TO Nsf-Tran-Type.
           MOVE Tran-Amount TO Nsf-Amount.
           MOVE Acct-Balance TO Nsf-Balance.
           MOVE Account-Od-Limit TO Nsf-Overdraft-Limit.
           MOVE Account-Hold-Total TO Nsf-Hold-Amount.
           SET Nsf-Saved-By-Sweep TO TRUE.
           MOVE Sweep-Amount TO Nsf-Sweep-Amount.
           MOVE Sweep-Fee-Amount TO Nsf-Sweep-Fee.
           WRITE Nsf-Report-Record.

      *> Called with the short account's record in the buffer and
      *> Balance-After-Debit and Account-Hold-Total computed for the
      *> debit. The sweep covers the shortfall plus the sweep fee,
      *> rounded up to the link's increment, and only from what the
      *> protecting account has available - it is never overdrawn.
      *> On success the short account is left in the buffer with the
      *> sweep credited and the fee debited, ready for the debit; on
      *> failure it is re-read untouched.
       Try-Overdraft-Sweep.
           MOVE "N" TO Sweep-Done-Switch.
           MOVE SPACE TO Sweep-Result-Status.
           MOVE 0 TO Found-Link-Sub.
           PERFORM Find-One-Od-Link
               VARYING Od-Link-Sub FROM 1 BY 1
               UNTIL Od-Link-Sub > Od-Link-Count
               OR Found-Link-Sub > 0.
           IF Found-Link-Sub > 0
               MOVE "F" TO Sweep-Result-Status
               MOVE Acct-Number TO Sweep-Checking-Acct
               MOVE Acct-Currency-Code TO Sweep-Checking-Currency
               MOVE Tbl-Odl-Protecting(Found-Link-Sub)
                   TO Sweep-Protecting-Acct
               COMPUTE Sweep-Amount =
                   (0 - Account-Od-Limit)
                   - (Balance-After-Debit - Account-Hold-Total)
                   + Sweep-Fee-Amount
               IF Tbl-Odl-Increment(Found-Link-Sub) > 0
                   DIVIDE Sweep-Amount
                       BY Tbl-Odl-Increment(Found-Link-Sub)
                       GIVING Sweep-Increments
                       REMAINDER Sweep-Remainder
                   IF Sweep-Remainder > 0
                       ADD 1 TO Sweep-Increments
                   END-IF
                   COMPUTE Sweep-Amount = Sweep-Increments
                       * Tbl-Odl-Increment(Found-Link-Sub)
               END-IF
               PERFORM Debit-Protecting-Account
               IF Sweep-Is-Done
                   PERFORM Credit-Swept-Account
               ELSE
                   ADD 1 TO Sweeps-Failed
                   MOVE Sweep-Checking-Acct TO Acct-Number
                   READ Account-Master-File
                       INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE Acct-Master-Record TO Image-Before-Save
                   PERFORM Find-Account-Hold-Total
                   COMPUTE Balance-After-Debit =
                       Acct-Balance - Tran-Amount
               END-IF
           END-IF.

       Find-One-Od-Link.
           IF Tbl-Odl-Checking(Od-Link-Sub) = Acct-Number
               MOVE Od-Link-Sub TO Found-Link-Sub
           END-IF.

       Debit-Protecting-Account.
           MOVE Sweep-Protecting-Acct TO Acct-Number.
           READ Account-Master-File
               INVALID KEY
                   DISPLAY "Protecting account not found: "
                       Sweep-Protecting-Acct
           END-READ.
           IF Acct-File-Ok
               IF NOT Acct-Closed
                   AND NOT Acct-Debits-Frozen
                   AND NOT (Acct-Type-Term
                       AND Acct-Maturity-Date > Today-Date)
                   AND Acct-Currency-Code = Sweep-Checking-Currency
                   PERFORM Find-Account-Hold-Total
                   IF Acct-Balance - Account-Hold-Total
                       - Sweep-Amount >= 0
                       MOVE Acct-Master-Record TO Image-Before-Save
                       SUBTRACT Sweep-Amount FROM Acct-Balance
                       MOVE Today-Date TO Acct-Last-Activity-Date
                       REWRITE Acct-Master-Record
                       IF Acct-File-Ok
                           SET Sweep-Is-Done TO TRUE
                           ADD 1 TO Postings-Applied
                           PERFORM Write-Account-Image
                           MOVE "D" TO Sweep-Jrnl-Type
                           MOVE Sweep-Amount TO Sweep-Jrnl-Amount
                           MOVE Sweep-Checking-Acct
                               TO Sweep-Jrnl-Counterpart
                           MOVE "O" TO Sweep-Jrnl-Source
                           PERFORM Write-Sweep-Journal-Entry
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> The sweep credit and the fee debit land on the short
      *> account in one rewrite; the fee journal line carries the
      *> protecting account as counterpart so a restart cannot
      *> mistake it for a keyed fee debit of the same amount.
       Credit-Swept-Account.
           MOVE Sweep-Checking-Acct TO Acct-Number.
           READ Account-Master-File
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE Acct-Master-Record TO Image-Before-Save.
           ADD Sweep-Amount TO Acct-Balance.
           MOVE "C" TO Sweep-Jrnl-Type.
           MOVE Sweep-Amount TO Sweep-Jrnl-Amount.
           MOVE Sweep-Protecting-Acct TO Sweep-Jrnl-Counterpart.
           MOVE "O" TO Sweep-Jrnl-Source.
           PERFORM Write-Sweep-Journal-Entry.
           ADD 1 TO Postings-Applied.
           IF Sweep-Fee-Amount > 0
               SUBTRACT Sweep-Fee-Amount FROM Acct-Balance
               ADD Sweep-Fee-Amount TO Acct-Ytd-Fees-Collected
               MOVE "D" TO Sweep-Jrnl-Type
               MOVE Sweep-Fee-Amount TO Sweep-Jrnl-Amount
               MOVE Sweep-Protecting-Acct TO Sweep-Jrnl-Counterpart
               MOVE "F" TO Sweep-Jrnl-Source
               PERFORM Write-Sweep-Journal-Entry
               ADD 1 TO Postings-Applied
           END-IF.
           MOVE Today-Date TO Acct-Last-Activity-Date.
           REWRITE Acct-Master-Record.
           PERFORM Write-Account-Image.
           MOVE Acct-Master-Record TO Image-Before-Save.
           PERFORM Find-Account-Hold-Total.
           COMPUTE Balance-After-Debit = Acct-Balance - Tran-Amount.

       Write-Sweep-Journal-Entry.
           MOVE Acct-Number TO Jrnl-Acct-Number.
           MOVE Today-Date TO Jrnl-Post-Date.
           MOVE Sweep-Jrnl-Type TO Jrnl-Tran-Type.
           MOVE Sweep-Jrnl-Amount TO Jrnl-Amount.
           MOVE Acct-Balance TO Jrnl-Balance-After.
           MOVE Sweep-Jrnl-Counterpart TO Jrnl-Counterpart-Acct.
           MOVE Sweep-Jrnl-Source TO Jrnl-Source-Code.
           MOVE "*BATCH*" TO Jrnl-Operator-Id.
           IF Sweep-Jrnl-Source = "F"
               SET Jrnl-Event-Fee-Stamp TO TRUE
           END-IF.
           MOVE Today-Date TO Jrnl-Effective-Date.
           PERFORM Stamp-Journal-Currency.
           WRITE Posted-Journal-Record.

      *> The protection links are loaded once; a link the table
      *> cannot hold would let a protected debit bounce, so an
      *> overflow refuses the run.
       Load-Od-Link-Table.
           MOVE 0 TO Od-Link-Count.
           OPEN INPUT Od-Link-File.
           IF Odl-File-Ok
               PERFORM Read-Next-Od-Link
               PERFORM Store-One-Od-Link UNTIL Odl-File-Eof
               CLOSE Od-Link-File
           END-IF.

       Read-Next-Od-Link.
           READ Od-Link-File
               AT END
                   SET Odl-File-Eof TO TRUE
           END-READ.

       Store-One-Od-Link.
           IF Odl-Active
               IF Od-Link-Count = Max-Od-Links
                   DISPLAY "More than " Max-Od-Links " overdraft"
                       " links - refusing rather than bouncing"
                       " protected debits."
                   CLOSE Od-Link-File
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO Od-Link-Count
               MOVE Odl-Checking-Acct
                   TO Tbl-Odl-Checking(Od-Link-Count)
               MOVE Odl-Protecting-Acct
                   TO Tbl-Odl-Protecting(Od-Link-Count)
               MOVE Odl-Sweep-Increment
                   TO Tbl-Odl-Increment(Od-Link-Count)
           END-IF.
           PERFORM Read-Next-Od-Link.

      *> The sweep fee comes from the FEESCHED "ODSW" entry; no
      *> entry means sweeps are free.
       Load-Sweep-Fee.
           OPEN INPUT Fee-Schedule-File.
           IF Fee-File-Ok
               PERFORM Read-Next-Fee-Entry
               PERFORM Check-One-Fee-Entry
                   UNTIL Fee-File-Eof OR Sweep-Fee-Is-Found
               CLOSE Fee-Schedule-File
           END-IF.

       Read-Next-Fee-Entry.
           READ Fee-Schedule-File
               AT END
                   SET Fee-File-Eof TO TRUE
           END-READ.

       Check-One-Fee-Entry.
           IF Fee-Type = Sweep-Fee-Type
               SET Sweep-Fee-Is-Found TO TRUE
               MOVE Fee-Amount TO Sweep-Fee-Amount
           ELSE
               PERFORM Read-Next-Fee-Entry
           END-IF.

       Rewrite-Account.
           REWRITE Acct-Master-Record
               INVALID KEY
           MOVE Tran-Source-Code TO Jrnl-Source-Code.
           MOVE Tran-Operator-Id TO Jrnl-Operator-Id.
           PERFORM Stamp-Effective-Date.
           PERFORM Stamp-Journal-Currency.
           WRITE Posted-Journal-Record.

       Read-Next-Transaction.
               CLOSE Interest-Detail-File
           END-IF.
           COMPUTE Backdated-Adjustment ROUNDED =
               Adjustment-Base-Amount * Rate-Day-Sum / Days-Per-Year.
           IF Adjustment-Is-Debit
               COMPUTE Backdated-Adjustment =
                   0 - Backdated-Adjustment
           MOVE Acct-Number TO Intd-Acct-Number.
           MOVE Today-Date TO Intd-Accrual-Date.
           MOVE 0 TO Intd-Rate-Used.
           MOVE Adjustment-Base-Amount TO Intd-Balance-Basis.
           MOVE Backdated-Adjustment TO Intd-Interest-Amount.
           SET Intd-Adjustment TO TRUE.
           WRITE Interest-Detail-Record.
                   TO Account-Hold-Total
           END-IF.

      *> The overdraft an account may run to: its product's, when
      *> it is priced by a product still on file, otherwise its own
      *> Acct-Overdraft-Limit.
       Find-Account-Od-Limit.
           MOVE Acct-Overdraft-Limit TO Account-Od-Limit.
           IF NOT Acct-No-Product AND NOT Acct-Own-Pricing
               MOVE Acct-Product-Code TO DPP-WANTED-CODE
               PERFORM FIND-DEPOSIT-PRODUCT
               IF DPP-PRODUCT-FOUND
                   MOVE DPP-PRD-EFFECTIVE-OD-LIMIT TO Account-Od-Limit
               END-IF
           END-IF.

       Close-Files.
           CLOSE Transaction-File.
           CLOSE Account-Master-File.
           CLOSE Alert-File.

       COPY LOCKPROC.
       COPY FXRATEPR.
       COPY DEPPRDPR.
