      *> on the shared LOCKCTL lock-control file and appends a
      *> before/after image of every rewrite to the ACCTIMGJ image
      *> journal for MasterRollForward.
      *> 2026-10-15: Image-Before-Save widened to the 200-byte
      *> account record (restriction flag and reserve).
      *> 2026-10-15: The REPRICE layout moved to the REPRICE copybook
      *> so CustomerNotification reads the same record.
      *> 2026-10-15: An account on a DEPPROD deposit product now
      *> reprices to its product's tier rate for its balance, under
      *> the product version in force on the business date; RATETIER
      *> still prices accounts on no product. An account carrying a
      *> pricing exception keeps its own rate and is left alone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Img-File-Status.

           SELECT Deposit-Product-File ASSIGN TO "DEPPROD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPR-KEY
               FILE STATUS IS DPP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  Rate-Tier-File.
       COPY ACCTREC.

       FD  Repricing-Report-File.
       COPY REPRICE.

       FD  Run-Control-File.
       COPY RUNCTL.
       FD  Image-Journal-File.
       COPY IMGJRNL.

       FD  Deposit-Product-File.
       COPY DEPPROD.

       WORKING-STORAGE SECTION.
       COPY LOCKWS.
       COPY DEPPRDWS.

       01 Img-File-Status PIC X(02) VALUE "00".
       01 Image-Before-Save PIC X(200).
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Today-Date PIC 9(08).
       01 Accounts-Scanned PIC 9(05) VALUE 0.
       01 Rates-Changed PIC 9(05) VALUE 0.
       01 Own-Pricing-Skipped PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Read-Business-Date.
           PERFORM Load-Rate-Tier-Table.
           MOVE Today-Date TO DPP-AS-OF-DATE.
           PERFORM LOAD-DEPOSIT-PRODUCTS.
           IF DPP-TABLE-OVERFLOWED
               DISPLAY "More than " DPP-MAX-PRODUCTS
                   " deposit products on DEPPROD - refusing rather"
                   " than repricing without their terms."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ACCTMSTR" TO Lock-Master-Wanted.
           MOVE "AccountRepricing" TO Lock-Program-Name.
           PERFORM Claim-Master-Lock.
           CLOSE Repricing-Report-File.
           DISPLAY "Accounts scanned: " Accounts-Scanned.
           DISPLAY "Rates changed: " Rates-Changed.
           DISPLAY "Own-pricing accounts left alone: "
               Own-Pricing-Skipped.
           STOP RUN.

       Load-Rate-Tier-Table.
       Reprice-One-Account.
           ADD 1 TO Accounts-Scanned.
           IF Acct-Active
               IF NOT Acct-No-Product AND Acct-Own-Pricing
                   ADD 1 TO Own-Pricing-Skipped
               ELSE
                   PERFORM Find-Qualified-Rate
                   IF Tier-Is-Found
                       AND Qualified-Rate NOT = Acct-Interest-Rate
                       PERFORM Apply-Rate-Change
                   END-IF
               END-IF
           END-IF.
           PERFORM Read-Next-Account.

      *> A product account prices from its product's tiers; one on
      *> no product (or on a product not on file) from RATETIER.
       Find-Qualified-Rate.
           MOVE "N" TO Tier-Found-Switch.
           MOVE 0 TO Qualified-Rate.
           MOVE Acct-Product-Code TO DPP-WANTED-CODE.
           PERFORM FIND-DEPOSIT-PRODUCT.
           IF DPP-PRODUCT-FOUND
               MOVE Acct-Balance TO DPP-RATE-BALANCE
               PERFORM FIND-PRODUCT-TIER-RATE
               IF DPP-TIER-RATE-IS-FOUND
                   MOVE DPP-TIER-RATE-FOUND TO Qualified-Rate
                   SET Tier-Is-Found TO TRUE
               END-IF
           ELSE
               PERFORM Check-One-Rate-Tier
                   VARYING Rate-Tier-Idx FROM 1 BY 1
                   UNTIL Rate-Tier-Idx > Rate-Tier-Count
                   OR Tier-Is-Found
           END-IF.

       Check-One-Rate-Tier.
           IF Acct-Balance <= Tbl-Balance-Limit(Rate-Tier-Idx)
           END-IF.

       COPY LOCKPROC.

       COPY DEPPRDPR.
