      *                 operators cannot delete, and destructive
      *                 choices demand supervisor level, with
      *                 refused attempts logged to ALERTFIL.
      * 2026-10-15 PDK  StopPaymentMaintenance signs on under the "A"
      *                 account-master letter: a stop order is
      *                 account servicing, and the eight letter
      *                 slots are already spoken for.
      * 2026-10-15 PDK  BomMaintenance signs on under the "P"
      *                 product-catalog letter: a kit's bill of
      *                 materials is catalog structure.
      * 2026-10-15 PDK  ReorderPointApproval signs on under the "P"
      *                 letter, supervisors only, as
      *                 SuggestionApproval does.
      * 2026-10-15 PDK  CustPriceMaintenance signs on under the "P"
      *                 letter, as SalesOrderEntry does: contract
      *                 prices are sales pricing.
      * 2026-10-15 PDK  CreditReview signs on under the "P" letter,
      *                 supervisors only: releasing a credit hold is
      *                 a sales order decision.
      *****************************************************************
       01  OPERATOR-MASTER-RECORD.
           05  OPR-USER-ID             PIC X(08).
