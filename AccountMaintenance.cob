      *> shared LOCKCTL lock-control file at open and releases
      *> it at close, so a maintenance menu and a batch can no
      *> longer rewrite the same master at once.
      *> 2026-10-15: Image-Before-Save widened to the 200-byte
      *> account record (restriction flag and reserve). A new
      *> account starts unrestricted; inquiry shows a debit freeze
      *> and the date it was set.
      *> 2026-10-15: The account currency is keyed at open - blank
      *> for local currency, otherwise a code treasury has keyed a
      *> rate for on EXCHRATE - and shown on inquiry. It cannot be
      *> changed once the account is open; the balance is held in
      *> it.
      *> 2026-10-15: An overdraft-limit raise, an interest-rate
      *> change and the reopening of a closed account (new R)eopen
      *> option) are no longer applied at once: each is held on the
      *> ACCTCHG pending-change queue with its before and after
      *> values and the operator who keyed it, for a second
      *> operator to approve in AcctChangeApproval. Lowering an
      *> overdraft limit still applies at once.
      *> 2026-10-15: An account can now be put on a DEPPROD deposit
      *> product, in force on the business date. At open a product
      *> account takes its interest rate (the product's tier for a
      *> zero balance), overdraft limit and default statement cycle
      *> from the product unless it is given the own-pricing
      *> exception, in which case both are keyed as before. On
      *> update a product account's rate and limit are not keyed -
      *> the pricing batches take them from the product - and a
      *> change of product or of the exception is held on ACCTCHG
      *> for approval. Inquiry shows both.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS Brch-File-Status.

           SELECT Exchange-Rate-File ASSIGN TO "EXCHRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRT-KEY
               FILE STATUS IS Xrt-File-Status.

           SELECT Image-Journal-File ASSIGN TO "ACCTIMGJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Img-File-Status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Security-Log-File ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sec-Log-File-Status.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.

           SELECT Account-Change-File ASSIGN TO "ACCTCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS Chg-File-Status.

           SELECT Deposit-Product-File ASSIGN TO "DEPPROD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPR-KEY
               FILE STATUS IS DPP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  Account-Master-File.
       FD  Branch-Control-File.
       COPY BRANCH.

       FD  Exchange-Rate-File.
       COPY EXCHRATE.

       FD  Image-Journal-File.
       COPY IMGJRNL.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       FD  MAINT-AUDIT-FILE.
       COPY MNTAUDIT.

       FD  Account-Change-File.
       COPY ACCTCHG.

       FD  Deposit-Product-File.
       COPY DEPPROD.

       WORKING-STORAGE SECTION.
       COPY MAUDWS.
       COPY DEPPRDWS.

       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY LOCKWS.

       01 Img-File-Status PIC X(02) VALUE "00".
       01 Chg-File-Status PIC X(02) VALUE "00".
          88 Chg-File-Ok VALUE "00".
       01 Image-Before-Save PIC X(200).
       COPY SIGNONWS.

       01 Brch-File-Status PIC X(02) VALUE "00".
       01 Branch-Code-Valid PIC X(01) VALUE "N".
          88 Branch-Code-Is-Valid VALUE "Y".

       01 Xrt-File-Status PIC X(02) VALUE "00".
          88 Xrt-File-Ok VALUE "00".
       01 Currency-Code-Valid PIC X(01) VALUE "N".
          88 Currency-Code-Is-Valid VALUE "Y".

       01 Product-Code-Valid PIC X(01) VALUE "N".
          88 Product-Code-Is-Valid VALUE "Y".
       01 Product-Default-Cycle PIC 9(02) VALUE 0.
       01 Pricing-Flag-Now PIC X(01).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

          88 Menu-Inquire VALUE "I" "i".
          88 Menu-Close VALUE "C" "c".
          88 Menu-List VALUE "L" "l".
          88 Menu-Reopen VALUE "R" "r".
          88 Menu-Quit VALUE "Q" "q".

       01 Entered-Acct-Number PIC X(15).
           05 Old-Customer-Id       PIC 9(05).
           05 Old-Branch-Code       PIC X(05).
           05 Old-Cycle-Code        PIC 9(02).
           05 Old-Product-Code      PIC X(04).
           05 Old-Pricing-Flag      PIC X(01).

       COPY ERRCODES.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "A" TO Signon-Function-Letter.
           MOVE "AccountMaintenance" TO Signon-Program-Id.
           MOVE "AccountMaintenance" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           PERFORM Read-Business-Date.
           ACCEPT Today-Time FROM TIME.
           MOVE Today-Date TO DPP-AS-OF-DATE.
           PERFORM LOAD-DEPOSIT-PRODUCTS.
           IF DPP-TABLE-OVERFLOWED
               DISPLAY "More than " DPP-MAX-PRODUCTS
                   " deposit products on DEPPROD - product codes"
                   " cannot be checked."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ACCTMSTR" TO Lock-Master-Wanted.
           MOVE "AccountMaintenance" TO Lock-Program-Name.
           PERFORM Claim-Master-Lock.
           PERFORM Open-Account-File.
           PERFORM Run-Menu UNTIL Menu-Quit.
           CLOSE Account-Master-File.
           CLOSE Account-Change-File.
           PERFORM Release-Master-Lock.
           DISPLAY "Goodbye.".
           IF Program-Error-Found
               CLOSE Account-Master-File
               OPEN I-O Account-Master-File
           END-IF.
           OPEN I-O Account-Change-File.
           IF Chg-File-Status = "35"
               OPEN OUTPUT Account-Change-File
               CLOSE Account-Change-File
               OPEN I-O Account-Change-File
           END-IF.

       Run-Menu.
           PERFORM Display-Menu.
           IF Signon-Inquiry-Only
               DISPLAY "I)nquire  L)ist  Q)uit"
           ELSE
               DISPLAY "O)pen  U)pdate  I)nquire  C)lose  R)eopen"
                   "  L)ist  Q)uit"
           END-IF.
           DISPLAY "Select an option: " WITH NO ADVANCING.

                           IF Menu-List
                               PERFORM List-Accounts
                           ELSE
                               IF Menu-Reopen
                                   IF Signon-Can-Update
                                       PERFORM Reopen-Account
                                   ELSE
                                       PERFORM Signon-Authority-Refused
                                   END-IF
                               ELSE
                                   DISPLAY "Unknown option: "
                                       Menu-Choice
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               ACCEPT Acct-Support-Name
               DISPLAY "Enter account officer: " WITH NO ADVANCING
               ACCEPT Acct-Officer
               PERFORM Accept-Product-Code
               PERFORM Set-Opening-Interest-Rate
               DISPLAY "Enter customer id: " WITH NO ADVANCING
               ACCEPT Acct-Customer-Id
               DISPLAY "Enter joint customer id (0 for none): "
                   WITH NO ADVANCING
               ACCEPT Acct-Second-Customer-Id
               PERFORM Set-Opening-Overdraft-Limit
               PERFORM Accept-Branch-Code
               PERFORM Accept-Cycle-Code
               PERFORM Accept-Account-Type
               PERFORM Accept-Currency-Code
               MOVE 0 TO Acct-Balance
               MOVE 0 TO Acct-Accrued-Interest
               MOVE 0 TO Acct-Accrued-Debit-Int
               MOVE 0 TO Acct-Ytd-Interest-Paid
               MOVE 0 TO Acct-Ytd-Fees-Collected
               MOVE 0 TO Acct-Ytd-Nsf-Count
               MOVE SPACE TO Acct-Restrict-Flag
               MOVE 0 TO Acct-Restrict-Date
               MOVE Today-Date TO Acct-Last-Activity-Date
               SET Acct-Active TO TRUE
               WRITE Acct-Master-Record
                   MOVE Acct-Customer-Id TO Old-Customer-Id
                   MOVE Acct-Branch-Code TO Old-Branch-Code
                   MOVE Acct-Cycle-Code TO Old-Cycle-Code
                   MOVE Acct-Product-Code TO Old-Product-Code
                   PERFORM Set-Pricing-Flag-Now
                   MOVE Pricing-Flag-Now TO Old-Pricing-Flag
                   DISPLAY "Enter new account officer: "
                       WITH NO ADVANCING
                   ACCEPT Acct-Officer
                   PERFORM Accept-Product-Code
                   MOVE 0 TO Product-Default-Cycle
                   IF Acct-No-Product OR Acct-Own-Pricing
                       DISPLAY "Enter new interest rate: "
                           WITH NO ADVANCING
                       ACCEPT Acct-Interest-Rate
                   ELSE
                       DISPLAY "Interest rate is set by product "
                           Acct-Product-Code
                   END-IF
                   DISPLAY "Enter new customer id: " WITH NO ADVANCING
                   ACCEPT Acct-Customer-Id
                   DISPLAY "Enter joint customer id (0 for none): "
                       WITH NO ADVANCING
                   ACCEPT Acct-Second-Customer-Id
                   IF Acct-No-Product OR Acct-Own-Pricing
                       DISPLAY "Enter new overdraft limit: "
                           WITH NO ADVANCING
                       ACCEPT Acct-Overdraft-Limit
                   ELSE
                       DISPLAY "Overdraft limit is set by product "
                           Acct-Product-Code
                   END-IF
                   PERFORM Accept-Branch-Code
                   PERFORM Accept-Cycle-Code
                   PERFORM Accept-Account-Type
                   PERFORM Hold-Sensitive-Changes
                   MOVE Today-Date TO Acct-Last-Activity-Date
                   REWRITE Acct-Master-Record
                       INVALID KEY
           DISPLAY "  Support Name: " Acct-Support-Name.
           DISPLAY "  Officer: " Acct-Officer.
           DISPLAY "  Balance: " Acct-Balance.
           IF Acct-Local-Currency
               DISPLAY "  Currency: local"
           ELSE
               DISPLAY "  Currency: " Acct-Currency-Code
           END-IF.
           DISPLAY "  Interest Rate: " Acct-Interest-Rate.
           DISPLAY "  Accrued Interest: " Acct-Accrued-Interest.
           DISPLAY "  Overdraft Limit: " Acct-Overdraft-Limit.
           IF Acct-No-Product
               DISPLAY "  Deposit Product: none"
           ELSE
               DISPLAY "  Deposit Product: " Acct-Product-Code
               IF Acct-Own-Pricing
                   DISPLAY "  Pricing: own rate and limit (exception)"
               ELSE
                   DISPLAY "  Pricing: set by product"
               END-IF
           END-IF.
           DISPLAY "  Status: " Acct-Status-Flag.
           DISPLAY "  Last Activity: " Acct-Last-Activity-Date.
           DISPLAY "  Customer Id: " Acct-Customer-Id.
           DISPLAY "  Joint Customer Id: " Acct-Second-Customer-Id.
           DISPLAY "  Branch: " Acct-Branch-Code.
           DISPLAY "  Statement Cycle: " Acct-Cycle-Code.
           IF Acct-Debits-Frozen
               DISPLAY "  Restriction: debits frozen since "
                   Acct-Restrict-Date
           END-IF.
           IF Acct-Type-Term
               DISPLAY "  Account Type: term deposit"
               DISPLAY "  Term (months): " Acct-Term-Months
               END-IF
           END-IF.

      *> Reopening is never applied here - it goes on the pending
      *> queue like the other sensitive changes.
       Reopen-Account.
           PERFORM Accept-Account-Number.
           IF Account-Number-Is-Valid
               MOVE Entered-Acct-Number TO Acct-Number
               READ Account-Master-File
                   INVALID KEY
                       DISPLAY "Account not found: " Entered-Acct-Number
               END-READ
               IF Acct-File-Ok
                   IF NOT Acct-Closed
                       DISPLAY "Account is not closed: " Acct-Number
                   ELSE
                       MOVE Acct-Interest-Rate TO Old-Interest-Rate
                       MOVE Acct-Overdraft-Limit TO Old-Overdraft-Limit
                       MOVE Acct-Product-Code TO Old-Product-Code
                       PERFORM Set-Pricing-Flag-Now
                       MOVE Pricing-Flag-Now TO Old-Pricing-Flag
                       MOVE SPACES TO Account-Change-Record
                       SET Chg-Is-Reopen TO TRUE
                       MOVE "Status" TO Chg-Field-Name
                       MOVE "Closed" TO Chg-Old-Value
                       MOVE "Active" TO Chg-New-Value
                       PERFORM Write-Pending-Change
                   END-IF
               END-IF
           END-IF.

      *> An interest-rate change or an overdraft-limit raise keyed
      *> on update is taken off the record and held for approval;
      *> the rest of the update is applied as keyed.
       Hold-Sensitive-Changes.
           IF Acct-Interest-Rate NOT = Old-Interest-Rate
               MOVE SPACES TO Account-Change-Record
               SET Chg-Is-Interest-Rate TO TRUE
               MOVE "Interest Rate" TO Chg-Field-Name
               MOVE Old-Interest-Rate TO Maud-Rate-Work
               MOVE Maud-Rate-Work TO Chg-Old-Value
               MOVE Acct-Interest-Rate TO Maud-Rate-Work
               MOVE Maud-Rate-Work TO Chg-New-Value
               PERFORM Write-Pending-Change
               MOVE Old-Interest-Rate TO Acct-Interest-Rate
           END-IF.
           IF Acct-Overdraft-Limit > Old-Overdraft-Limit
               MOVE SPACES TO Account-Change-Record
               SET Chg-Is-Overdraft-Limit TO TRUE
               MOVE "Overdraft Limit" TO Chg-Field-Name
               MOVE Old-Overdraft-Limit TO Maud-Num-Work
               MOVE Maud-Num-Work TO Chg-Old-Value
               MOVE Acct-Overdraft-Limit TO Maud-Num-Work
               MOVE Maud-Num-Work TO Chg-New-Value
               PERFORM Write-Pending-Change
               MOVE Old-Overdraft-Limit TO Acct-Overdraft-Limit
           END-IF.
           PERFORM Set-Pricing-Flag-Now.
           IF Acct-Product-Code NOT = Old-Product-Code
               OR Pricing-Flag-Now NOT = Old-Pricing-Flag
               MOVE SPACES TO Account-Change-Record
               SET Chg-Is-Pricing TO TRUE
               MOVE "Pricing" TO Chg-Field-Name
               STRING "Product " Old-Product-Code " own "
                   Old-Pricing-Flag DELIMITED BY SIZE
                   INTO Chg-Old-Value
               END-STRING
               STRING "Product " Acct-Product-Code " own "
                   Pricing-Flag-Now DELIMITED BY SIZE
                   INTO Chg-New-Value
               END-STRING
               PERFORM Write-Pending-Change
               MOVE Old-Product-Code TO Acct-Product-Code
               MOVE Old-Pricing-Flag TO Acct-Pricing-Exception
           END-IF.

      *> The exception flag normalized to "Y" or "N" - the record
      *> carries a space on an account opened before products.
       Set-Pricing-Flag-Now.
           IF Acct-Own-Pricing
               MOVE "Y" TO Pricing-Flag-Now
           ELSE
               MOVE "N" TO Pricing-Flag-Now
           END-IF.

      *> Called with the field code, name and edited values set;
      *> the typed values are taken from the record as keyed. A
      *> second change to a field already waiting is refused.
       Write-Pending-Change.
           MOVE Acct-Number TO Chg-Acct-Number.
           MOVE Old-Interest-Rate TO Chg-Old-Rate.
           MOVE Acct-Interest-Rate TO Chg-New-Rate.
           MOVE Old-Overdraft-Limit TO Chg-Old-Limit.
           MOVE Acct-Overdraft-Limit TO Chg-New-Limit.
           MOVE Old-Product-Code TO Chg-Old-Product.
           MOVE Old-Pricing-Flag TO Chg-Old-Pricing.
           MOVE Acct-Product-Code TO Chg-New-Product.
           PERFORM Set-Pricing-Flag-Now.
           MOVE Pricing-Flag-Now TO Chg-New-Pricing.
           MOVE Signon-User-Id TO Chg-Made-By.
           MOVE Today-Date TO Chg-Made-Date.
           ACCEPT Chg-Made-Time FROM TIME.
           WRITE Account-Change-Record
               INVALID KEY
                   DISPLAY "A " Chg-Field-Name " change for "
                       Acct-Number " already awaits approval"
                       " - not held."
           END-WRITE.
           IF Chg-File-Ok
               DISPLAY Chg-Field-Name " change held for approval"
                   " by another operator."
               MOVE Acct-Number TO Maud-Work-Key
               MOVE "Change Held" TO Maud-Work-Field
               MOVE Chg-Field-Name TO Maud-Work-Old
               MOVE Chg-New-Value TO Maud-Work-New
               PERFORM Write-Maint-Audit
           END-IF.

       List-Accounts.
           MOVE LOW-VALUES TO Acct-Number.
           START Account-Master-File KEY IS GREATER THAN Acct-Number
               CLOSE Branch-Control-File
           END-IF.

      *> A foreign currency must have at least one rate on the
      *> EXCHRATE file or nothing could post to the account; with
      *> no rate file yet only local currency can be opened.
       Accept-Currency-Code.
           MOVE "N" TO Currency-Code-Valid.
           PERFORM Accept-One-Currency-Code
               UNTIL Currency-Code-Is-Valid.

       Accept-One-Currency-Code.
           DISPLAY "Enter currency code (blank=local): "
               WITH NO ADVANCING.
           ACCEPT Acct-Currency-Code.
           IF Acct-Local-Currency
               SET Currency-Code-Is-Valid TO TRUE
           ELSE
               OPEN INPUT Exchange-Rate-File
               IF NOT Xrt-File-Ok
                   DISPLAY "No exchange-rate file - only local"
                       " currency can be opened."
               ELSE
                   MOVE Acct-Currency-Code TO Xrt-Currency-Code
                   MOVE 0 TO Xrt-Rate-Date
                   START Exchange-Rate-File
                       KEY IS NOT LESS THAN Xrt-Key
                       INVALID KEY
                           MOVE "23" TO Xrt-File-Status
                   END-START
                   IF Xrt-File-Ok
                       READ Exchange-Rate-File NEXT RECORD
                           AT END
                               MOVE "10" TO Xrt-File-Status
                       END-READ
                   END-IF
                   IF Xrt-File-Ok
                       AND Xrt-Currency-Code = Acct-Currency-Code
                       SET Currency-Code-Is-Valid TO TRUE
                   ELSE
                       DISPLAY "No exchange rate for "
                           Acct-Currency-Code " - re-enter."
                   END-IF
                   CLOSE Exchange-Rate-File
               END-IF
           END-IF.

      *> The product must be in force on the business date; blank
      *> leaves the account on no product. A product account is
      *> asked whether it carries the own-pricing exception.
       Accept-Product-Code.
           MOVE "N" TO Product-Code-Valid.
           PERFORM Accept-One-Product-Code
               UNTIL Product-Code-Is-Valid.

       Accept-One-Product-Code.
           MOVE 0 TO Product-Default-Cycle.
           MOVE SPACE TO Acct-Pricing-Exception.
           DISPLAY "Enter deposit product (blank=none): "
               WITH NO ADVANCING.
           ACCEPT Acct-Product-Code.
           IF Acct-No-Product
               SET Product-Code-Is-Valid TO TRUE
           ELSE
               MOVE Acct-Product-Code TO DPP-WANTED-CODE
               PERFORM FIND-DEPOSIT-PRODUCT
               IF DPP-PRODUCT-FOUND
                   SET Product-Code-Is-Valid TO TRUE
                   DISPLAY "  " DPP-PRD-NAME
                   MOVE DPP-PRD-CYCLE-CODE TO Product-Default-Cycle
                   DISPLAY "Own pricing exception (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT Acct-Pricing-Exception
                   IF Acct-Pricing-Exception = "y"
                       MOVE "Y" TO Acct-Pricing-Exception
                   END-IF
                   IF NOT Acct-Own-Pricing
                       MOVE "N" TO Acct-Pricing-Exception
                   END-IF
               ELSE
                   DISPLAY "No deposit product " Acct-Product-Code
                       " in force - re-enter."
               END-IF
           END-IF.

      *> A product account opens at its product's tier rate for a
      *> zero balance; a product with no tiers, no product, or the
      *> exception means the rate is keyed.
       Set-Opening-Interest-Rate.
           MOVE "N" TO DPP-RATE-SWITCH.
           IF NOT Acct-No-Product AND NOT Acct-Own-Pricing
               MOVE 0 TO DPP-RATE-BALANCE
               PERFORM FIND-PRODUCT-TIER-RATE
           END-IF.
           IF DPP-TIER-RATE-IS-FOUND
               MOVE DPP-TIER-RATE-FOUND TO Acct-Interest-Rate
               DISPLAY "Interest rate from product: "
                   Acct-Interest-Rate
           ELSE
               DISPLAY "Enter interest rate: " WITH NO ADVANCING
               ACCEPT Acct-Interest-Rate
           END-IF.

       Set-Opening-Overdraft-Limit.
           IF Acct-No-Product OR Acct-Own-Pricing
               DISPLAY "Enter overdraft limit: " WITH NO ADVANCING
               ACCEPT Acct-Overdraft-Limit
           ELSE
               MOVE DPP-PRD-EFFECTIVE-OD-LIMIT TO Acct-Overdraft-Limit
               DISPLAY "Overdraft limit from product: "
                   Acct-Overdraft-Limit
           END-IF.

      *> The statement cycle must land on a day every month has, so
      *> only 01-28 is accepted; a bad entry is re-prompted. A
      *> product with a default cycle supplies it for a zero entry.
       Accept-Cycle-Code.
           MOVE 0 TO Acct-Cycle-Code.
           PERFORM Accept-One-Cycle-Code
               UNTIL Acct-Cycle-Code >= 1 AND Acct-Cycle-Code <= 28.

       Accept-One-Cycle-Code.
           IF Product-Default-Cycle > 0
               DISPLAY "Enter statement cycle (01-28, 0 = "
                   Product-Default-Cycle "): " WITH NO ADVANCING
           ELSE
               DISPLAY "Enter statement cycle (01-28): "
                   WITH NO ADVANCING
           END-IF.
           ACCEPT Acct-Cycle-Code.
           IF Acct-Cycle-Code = 0 AND Product-Default-Cycle > 0
               MOVE Product-Default-Cycle TO Acct-Cycle-Code
           END-IF.
           IF Acct-Cycle-Code < 1 OR Acct-Cycle-Code > 28
               DISPLAY "Cycle must be 01-28 - re-enter."
           END-IF.
       COPY MAUDPROC.

       COPY LOCKPROC.

       COPY DEPPRDPR.
