      *****************************************************************
      * KYCWS.CPY
      * Working-storage fields for the shared KYC review-cycle
      * paragraph (KYCPROC copybook): how many months each risk
      * rating may go between reviews, and the date work fields the
      * next-due calculation uses. The host program COPYs CUSTREC,
      * moves the date the cycle starts from into KYC-BASE-DATE and
      * PERFORMs SET-NEXT-REVIEW-DATE, which sets
      * CUSTOMER-NEXT-REVIEW-DATE from CUSTOMER-RISK-RATING.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  KYC-CYCLE-FIELDS.
           05  KYC-HIGH-CYCLE-MONTHS   PIC 9(03) VALUE 12.
           05  KYC-MEDIUM-CYCLE-MONTHS PIC 9(03) VALUE 24.
           05  KYC-LOW-CYCLE-MONTHS    PIC 9(03) VALUE 36.
           05  KYC-CYCLE-MONTHS        PIC 9(03).
           05  KYC-MONTHS-TOTAL        PIC 9(05).
           05  KYC-YEARS-ADDED         PIC 9(03).

       01  KYC-BASE-DATE               PIC 9(08).
       01  KYC-DATE-SPLIT REDEFINES KYC-BASE-DATE.
           05  KYC-YEAR                PIC 9(04).
           05  KYC-MONTH               PIC 9(02).
           05  KYC-DAY                 PIC 9(02).
