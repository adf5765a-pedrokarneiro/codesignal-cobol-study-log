      *****************************************************************
      * DEPPRDWS.CPY
      * Working-storage for the shared deposit-product paragraphs
      * (DEPPRDPR copybook). The host declares the DEPPROD file as
      * Deposit-Product-File (COPY DEPPROD) with FILE STATUS
      * DPP-FILE-STATUS, moves the as-of date into DPP-AS-OF-DATE
      * and PERFORMs LOAD-DEPOSIT-PRODUCTS once; the table then
      * holds each product's version in force on that date.
      * FIND-DEPOSIT-PRODUCT looks up DPP-WANTED-CODE and unpacks
      * the version's terms into the DPP-PRD- fields, with
      * DPP-PRD-EFFECTIVE-OD-LIMIT zero when the product allows no
      * overdraft. FIND-PRODUCT-TIER-RATE then gives the tier rate
      * for DPP-RATE-BALANCE.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  DPP-FILE-STATUS             PIC X(02) VALUE "00".
           88  DPP-FILE-OK                     VALUE "00".
           88  DPP-FILE-EOF                    VALUE "10".

       01  DPP-AS-OF-DATE              PIC 9(08).
       01  DPP-MAX-PRODUCTS            PIC 9(03) VALUE 50.
       01  DPP-PRODUCT-COUNT           PIC 9(03) VALUE 0.
       01  DPP-SUB                     PIC 9(03).
       01  DPP-PRODUCT-TABLE.
           05  DPP-PRODUCT-ENTRY OCCURS 50 TIMES.
               10  DPP-TBL-CODE        PIC X(04).
               10  DPP-TBL-EFFECTIVE   PIC 9(08).
               10  DPP-TBL-TERMS       PIC X(299).

       01  DPP-TABLE-SWITCH            PIC X(01) VALUE "N".
           88  DPP-TABLE-OVERFLOWED            VALUE "Y".

       01  DPP-WANTED-CODE             PIC X(04).
       01  DPP-FOUND-SWITCH            PIC X(01) VALUE "N".
           88  DPP-PRODUCT-FOUND               VALUE "Y".
       01  DPP-FOUND-EFFECTIVE         PIC 9(08).

      *> The same shape as DPR-TERMS on the DEPPROD record.
       01  DPP-PRODUCT-TERMS.
           05  DPP-PRD-NAME            PIC X(30).
           05  DPP-PRD-OD-FLAG         PIC X(01).
               88  DPP-PRD-OD-ALLOWED          VALUE "Y".
           05  DPP-PRD-OD-LIMIT        PIC S9(7)V99.
           05  DPP-PRD-CYCLE-CODE      PIC 9(02).
           05  DPP-PRD-TIER-COUNT      PIC 9(01).
           05  DPP-PRD-TIER OCCURS 5 TIMES.
               10  DPP-PRD-TIER-LIMIT  PIC S9(9)V99.
               10  DPP-PRD-TIER-RATE   PIC S9(3)V9999.
           05  DPP-PRD-FEE-COUNT       PIC 9(01).
           05  DPP-PRD-FEE OCCURS 5 TIMES.
               10  DPP-PRD-FEE-TYPE    PIC X(04).
               10  DPP-PRD-FEE-AMOUNT  PIC S9(5)V99.
               10  DPP-PRD-FEE-THRESHOLD
                                       PIC S9(9)V99.
               10  DPP-PRD-FEE-WAIVER  PIC S9(9)V99.

       01  DPP-PRD-EFFECTIVE-OD-LIMIT  PIC S9(7)V99.

       01  DPP-TIER-SUB                PIC 9(01).
       01  DPP-RATE-BALANCE            PIC S9(9)V99.
       01  DPP-TIER-RATE-FOUND         PIC S9(3)V9999.
       01  DPP-RATE-SWITCH             PIC X(01) VALUE "N".
           88  DPP-TIER-RATE-IS-FOUND          VALUE "Y".
