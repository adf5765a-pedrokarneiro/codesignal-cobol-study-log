      *****************************************************************
      * DEPPROD.CPY
      * One version of a deposit product on the indexed DEPPROD
      * deposit-product master head office keeps through
      * DepositProductMaint, keyed by product code and the date the
      * version takes effect. The terms are the product name, its
      * balance-tier rate table (the RATETIER convention: ascending
      * balance limits, the last tier catching everything above),
      * its fee schedule (the FEESCHED convention), whether an
      * account on it may overdraw and by how much, and the
      * statement cycle a new account on it defaults to (zero for
      * none). The version in force on a date is the latest one
      * dated on or before it; a version dated after the business
      * date is a pending change, which DepositProductChg lists
      * account by account until it takes effect. An account's
      * product is ACCT-PRODUCT-CODE; ACCT-OWN-PRICING exempts it
      * from the product rate and overdraft terms.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  DEPOSIT-PRODUCT-RECORD.
           05  DPR-KEY.
               10  DPR-PRODUCT-CODE    PIC X(04).
               10  DPR-EFFECTIVE-DATE  PIC 9(08).
           05  DPR-TERMS.
               10  DPR-PRODUCT-NAME    PIC X(30).
               10  DPR-OVERDRAFT-FLAG  PIC X(01).
                   88  DPR-OVERDRAFT-ALLOWED   VALUE "Y".
               10  DPR-OVERDRAFT-LIMIT PIC S9(7)V99.
               10  DPR-CYCLE-CODE      PIC 9(02).
               10  DPR-TIER-COUNT      PIC 9(01).
               10  DPR-RATE-TIER OCCURS 5 TIMES.
                   15  DPR-TIER-LIMIT  PIC S9(9)V99.
                   15  DPR-TIER-RATE   PIC S9(3)V9999.
               10  DPR-FEE-COUNT       PIC 9(01).
               10  DPR-FEE-ENTRY OCCURS 5 TIMES.
                   15  DPR-FEE-TYPE    PIC X(04).
                   15  DPR-FEE-AMOUNT  PIC S9(5)V99.
                   15  DPR-FEE-THRESHOLD
                                       PIC S9(9)V99.
                   15  DPR-FEE-WAIVER  PIC S9(9)V99.
           05  DPR-ENTERED-BY          PIC X(08).
           05  FILLER                  PIC X(20).
