      *                 the credit-side ACCT-ACCRUED-INTEREST, and
      *                 InterestCapitalization posts it monthly as a
      *                 debit.
      * 2026-10-15 PDK  Added ACCT-RESTRICT-FLAG and the date it was
      *                 set: "F" freezes the account against debits
      *                 (TransactionEdit refuses them) while credits,
      *                 interest and statements carry on - the
      *                 deceased-customer run freezes a sole estate
      *                 account this way. The record grows to 200
      *                 bytes with a trailing FILLER held for later
      *                 fields; existing ACCTMSTR files are converted
      *                 once with AccountRestrictConvert.
      * 2026-10-15 PDK  Added ACCT-CURRENCY-CODE, taken from the
      *                 FILLER: the currency the account is held in,
      *                 spaces for local currency. Every amount on
      *                 the record is in that currency; EXCHRATE
      *                 gives its local-currency value.
      * 2026-10-15 PDK  Added ACCT-PRODUCT-CODE and
      *                 ACCT-PRICING-EXCEPTION, taken from the FILLER:
      *                 the DEPPROD deposit product the account is
      *                 on (spaces for none) and, when "Y", that the
      *                 account keeps its own negotiated interest rate
      *                 and overdraft limit and the bank-wide fee
      *                 schedule instead of the product's. An account
      *                 on no product, or on its own pricing, behaves
      *                 exactly as before.
      *****************************************************************
       01  ACCT-MASTER-RECORD.
           05  ACCT-NUMBER             PIC X(15).
           05  ACCT-YTD-INTEREST-PAID  PIC S9(9)V99 COMP-3.
           05  ACCT-YTD-FEES-COLLECTED PIC S9(9)V99 COMP-3.
           05  ACCT-YTD-NSF-COUNT      PIC 9(05).
           05  ACCT-RESTRICT-FLAG      PIC X(01).
               88  ACCT-UNRESTRICTED           VALUE SPACE "N".
               88  ACCT-DEBITS-FROZEN          VALUE "F".
           05  ACCT-RESTRICT-DATE      PIC 9(08).
           05  ACCT-CURRENCY-CODE      PIC X(03).
               88  ACCT-LOCAL-CURRENCY         VALUE SPACES.
           05  ACCT-PRODUCT-CODE       PIC X(04).
               88  ACCT-NO-PRODUCT             VALUE SPACES.
           05  ACCT-PRICING-EXCEPTION  PIC X(01).
               88  ACCT-OWN-PRICING            VALUE "Y".
           05  FILLER                  PIC X(15).
