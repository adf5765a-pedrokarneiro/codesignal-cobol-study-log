      *                 TransactionEdit for the "T" transfer type.
      * 2026-09-02 PDK  Added the suspected-duplicate code used by
      *                 TransactionEdit's DUPSUSP suspense file.
      * 2026-10-15 PDK  Added the returned-item codes used by
      *                 ReturnedItemProcessing's RTNSUSP suspense
      *                 list.
      * 2026-10-15 PDK  Added the stop-payment code used by
      *                 TransactionEdit's suspense file.
      * 2026-10-15 PDK  Added the frozen-account code used by
      *                 TransactionEdit's suspense file.
      * 2026-10-15 PDK  Added the unusual-activity code used by
      *                 TransactionEdit's ANOMSUSP review queue.
      * 2026-10-15 PDK  Added the broken-link codes used by
      *                 MasterIntegritySweep's INTGRPT report.
      *****************************************************************
       01  STANDARD-ERROR-FIELDS.
           05  ERR-CODE                PIC 9(04) VALUE 0000.
               88  ERR-SUSPECT-DUPLICATE    VALUE 4018.
               88  ERR-BAD-SOURCE-CODE      VALUE 4019.
               88  ERR-UNKNOWN-OPERATOR     VALUE 4020.
               88  ERR-NO-MATCHING-CREDIT   VALUE 4021.
               88  ERR-ALREADY-RETURNED     VALUE 4022.
               88  ERR-STOP-PAYMENT         VALUE 4023.
               88  ERR-ACCOUNT-FROZEN       VALUE 4024.
               88  ERR-UNUSUAL-ACTIVITY     VALUE 4025.
               88  ERR-LINK-ACCT-CUSTOMER   VALUE 4030.
               88  ERR-LINK-ACCT-SECOND     VALUE 4031.
               88  ERR-LINK-ACCT-OFFICER    VALUE 4032.
               88  ERR-LINK-ACCT-BRANCH     VALUE 4033.
               88  ERR-LINK-SORDER-ACCT     VALUE 4034.
               88  ERR-LINK-HOLD-ACCT       VALUE 4035.
               88  ERR-LINK-LOAN-CUSTOMER   VALUE 4036.
               88  ERR-LINK-HSHLD-CUSTOMER  VALUE 4037.
               88  ERR-LINK-XREF-ITEM       VALUE 4038.
               88  ERR-LINK-XREF-PRODUCT    VALUE 4039.
               88  ERR-FILE-NOT-FOUND       VALUE 8001.
               88  ERR-SEVERE-REJECT        VALUE 9001.
           05  ERR-MESSAGE              PIC X(40) VALUE SPACES.
