      *> 2026-09-03: A second run for an already-completed business
      *> date now ends clean with nothing to do instead of failing,
      *> so a catch-up rerun can step over completed days.
      *> 2026-10-15: Image-Before-Save widened to the 200-byte
      *> account record (restriction flag and reserve).
      *> 2026-10-15: An account on a DEPPROD deposit product now
      *> accrues credit interest at its product's tier rate for the
      *> day's balance, under the version in force on the business
      *> date, instead of the rate last stamped on the account. An
      *> EXCPRICE exception still wins, and an account carrying a
      *> pricing exception (or on no product) accrues at its own
      *> rate as before.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

           SELECT Deposit-Product-File ASSIGN TO "DEPPROD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPR-KEY
               FILE STATUS IS DPP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  Account-Master-File.
       FD  LOCK-CONTROL-FILE.
       COPY LOCKREC.

       FD  Deposit-Product-File.
       COPY DEPPROD.

       WORKING-STORAGE SECTION.
       COPY LOCKWS.
       COPY DEPPRDWS.

       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).
          88 Odrt-File-Eof VALUE "10".

       01 Img-File-Status PIC X(02) VALUE "00".
       01 Image-Before-Save PIC X(200).

       01 Max-Od-Tiers PIC 9(02) VALUE 20.
       01 Od-Tier-Count PIC 9(02) VALUE 0.
       01 Effective-Rate-Used PIC S9(3)V9999.
       01 Accrual-Side PIC X(01) VALUE "C".
       01 Debit-Accruals PIC 9(05) VALUE 0.
       01 Product-Rate-Accruals PIC 9(05) VALUE 0.

       01 Elapsed-Accrual-Days PIC 9(03) VALUE 1.
       01 Days-Since-Business PIC 9(03) VALUE 0.
           PERFORM Check-Banking-Calendar.
           PERFORM Load-Price-Exception-Table.
           PERFORM Load-Overdraft-Tier-Table.
           MOVE Today-Date TO DPP-AS-OF-DATE.
           PERFORM LOAD-DEPOSIT-PRODUCTS.
           IF DPP-TABLE-OVERFLOWED
               DISPLAY "More than " DPP-MAX-PRODUCTS
                   " deposit products on DEPPROD - refusing rather"
                   " than accruing without their rates."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ACCTMSTR" TO Lock-Master-Wanted.
           MOVE "BankInterestAccrual" TO Lock-Program-Name.
           PERFORM Claim-Master-Lock.
           PERFORM Record-Run-Complete.
           DISPLAY "Accounts accrued: " Accounts-Processed.
           DISPLAY "Debit-interest accruals: " Debit-Accruals.
           DISPLAY "Accrued at product rates: " Product-Rate-Accruals.
           IF Price-Exception-Count > 0
               DISPLAY "-- Exception pricing applied --"
               DISPLAY "Accruals skipped (frozen): " Accruals-Skipped
                   Exception-Rate " applied"
               MOVE Exception-Rate TO Effective-Rate-Used
           ELSE
               PERFORM Find-Standard-Rate
           END-IF.
           COMPUTE Daily-Interest ROUNDED =
               Acct-Balance * Effective-Rate-Used
           PERFORM Write-Account-Image.
           ADD 1 TO Accounts-Processed.

      *> The standard rate is the product's tier rate for the
      *> balance when the account is priced by its product, and the
      *> account's own rate otherwise - including a product with no
      *> tiers, or one no longer on file.
       Find-Standard-Rate.
           MOVE Acct-Interest-Rate TO Effective-Rate-Used.
           IF NOT Acct-No-Product AND NOT Acct-Own-Pricing
               MOVE Acct-Product-Code TO DPP-WANTED-CODE
               PERFORM FIND-DEPOSIT-PRODUCT
               IF DPP-PRODUCT-FOUND
                   MOVE Acct-Balance TO DPP-RATE-BALANCE
                   PERFORM FIND-PRODUCT-TIER-RATE
                   IF DPP-TIER-RATE-IS-FOUND
                       MOVE DPP-TIER-RATE-FOUND TO Effective-Rate-Used
                       ADD 1 TO Product-Rate-Accruals
                   END-IF
               END-IF
           END-IF.

      *> Debit interest is charged on the overdrawn amount at the
      *> tier rate its size falls in, and accrues into its own
      *> field so the month-end capitalization can post it as the
           CLOSE Job-Log-File.

       COPY LOCKPROC.

       COPY DEPPRDPR.
