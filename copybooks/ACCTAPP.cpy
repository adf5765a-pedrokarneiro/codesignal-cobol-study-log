      *****************************************************************
      * ACCTAPP.CPY
      * One new-account application on the ACCTAPP file the branches
      * submit for the nightly AccountApplication batch: the branch
      * and its own reference for the application, the customer (and
      * joint customer, zero for none) the account is for, the
      * account type with the term fields of a term deposit, the
      * currency (spaces for local), the interest rate and the
      * opening deposit. The officer, statement cycle and account
      * number are not keyed - the batch assigns them.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      * 2026-10-15 PDK  Added APP-PRODUCT-CODE, taken from the FILLER:
      *                 the DEPPROD deposit product the account is to
      *                 be opened on, spaces for none.
      *****************************************************************
       01  ACCOUNT-APPLICATION-RECORD.
           05  APP-BRANCH-CODE         PIC X(05).
           05  APP-REFERENCE           PIC X(10).
           05  APP-CUSTOMER-ID         PIC 9(05).
           05  APP-SECOND-CUSTOMER-ID  PIC 9(05).
           05  APP-ACCOUNT-TYPE        PIC X(01).
               88  APP-TYPE-CHECKING           VALUE SPACE.
               88  APP-TYPE-TERM               VALUE "T".
           05  APP-TERM-MONTHS         PIC 9(03).
           05  APP-MATURITY-INSTR      PIC X(01).
               88  APP-MATURES-VALID           VALUE "R" "P".
           05  APP-CURRENCY-CODE       PIC X(03).
               88  APP-LOCAL-CURRENCY          VALUE SPACES.
           05  APP-INTEREST-RATE       PIC 9(03)V9999.
           05  APP-OPENING-DEPOSIT     PIC 9(07)V99.
           05  APP-PRODUCT-CODE        PIC X(04).
               88  APP-NO-PRODUCT              VALUE SPACES.
           05  FILLER                  PIC X(07).
