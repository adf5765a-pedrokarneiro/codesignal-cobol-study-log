      *                 and debits the withholding for flagged
      *                 customers, and YearEndInterestSummary shows
      *                 gross, withheld and net.
      * 2026-10-15 PDK  Added the deceased flag and date of death,
      *                 keyed through CustomerMaintenance: "Y" when
      *                 the death is reported, "P" once the nightly
      *                 DeceasedCustomerProcessing run has frozen the
      *                 estate accounts, suspended the standing
      *                 orders and printed the estate report.
      *                 CustomerStatement stops statements for a
      *                 deceased customer. The record grows to 180
      *                 bytes with a trailing FILLER held for later
      *                 fields; existing CUSTMSTR files are converted
      *                 once with CustomerEstateConvert.
      * 2026-10-15 PDK  Added the KYC risk rating (low, the default
      *                 for spaces, medium or high), the reason it
      *                 was last set, the next review due date, and
      *                 the date and operator of the last review.
      *                 The nightly CustomerRiskReview run raises
      *                 the rating and queues due reviews;
      *                 CustomerMaintenance closes a review. Carved
      *                 from the trailing FILLER - no conversion.
      * 2026-10-15 PDK  Added the credit limit, in whole currency
      *                 units, set through CustomerMaintenance.
      *                 SalesOrderEntry holds an order that would
      *                 take the open AR balance and open orders
      *                 past it. Zero - or spaces on a record from
      *                 before the field - means no limit is set.
      *                 Carved from the trailing FILLER - no
      *                 conversion.
      *****************************************************************
       01  CUSTOMER-RECORD.
           COPY CUSTNAME.
           05  CUSTOMER-DNC-FLAG       PIC X(01).
               88  CUSTOMER-DO-NOT-CONTACT     VALUE "Y".
           05  CUSTOMER-DNC-SET-DATE   PIC 9(08).
           05  CUSTOMER-DECEASED-FLAG  PIC X(01).
               88  CUSTOMER-DECEASED           VALUE "Y" "P".
               88  CUSTOMER-DEATH-REPORTED     VALUE "Y".
               88  CUSTOMER-ESTATE-PROCESSED   VALUE "P".
           05  CUSTOMER-DATE-OF-DEATH  PIC 9(08).
           05  CUSTOMER-RISK-RATING    PIC X(01).
               88  CUSTOMER-RISK-LOW           VALUE "L" SPACE.
               88  CUSTOMER-RISK-MEDIUM        VALUE "M".
               88  CUSTOMER-RISK-HIGH          VALUE "H".
               88  CUSTOMER-RISK-VALID         VALUE "L" "M" "H".
           05  CUSTOMER-RISK-REASON    PIC X(01).
               88  CUSTOMER-RISK-LARGE-TRAN    VALUE "T".
               88  CUSTOMER-RISK-NSF           VALUE "N".
               88  CUSTOMER-RISK-WATCH-LIST    VALUE "W".
               88  CUSTOMER-RISK-REVIEWED      VALUE "R".
           05  CUSTOMER-NEXT-REVIEW-DATE PIC 9(08).
           05  CUSTOMER-LAST-REVIEW-DATE PIC 9(08).
           05  CUSTOMER-REVIEWED-BY    PIC X(08).
           05  CUSTOMER-CREDIT-LIMIT   PIC 9(07).
           05  FILLER                  PIC X(02).
