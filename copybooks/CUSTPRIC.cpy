      *****************************************************************
      * CUSTPRIC.CPY
      * One contract price on the indexed CUSTPRIC customer
      * price-list file, keyed by customer, INVSTOCK item number,
      * quantity break and the date the price takes effect: either
      * a fixed price per each or a percentage off the catalog
      * PROD-PRICE, for an order line of at least the break quantity
      * in eaches, from the effective date through the end date
      * (zero when the contract has no end). Reading a customer's
      * item key range reads every break and period the customer
      * has for that item. Maintained from the CustPriceMaintenance
      * menu; SalesOrderEntry prices each order line at the lowest
      * price that applies, and ContractPriceReport lists the
      * prices that have run out or sell below average cost.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  CUSTOMER-PRICE-RECORD.
           05  CPL-KEY.
               10  CPL-CUSTOMER-ID     PIC 9(05).
               10  CPL-ITEM-NUMBER     PIC 9(09).
               10  CPL-BREAK-QTY       PIC 9(07).
               10  CPL-EFF-FROM-DATE   PIC 9(08).
           05  CPL-EFF-TO-DATE         PIC 9(08).
           05  CPL-PRICE-TYPE          PIC X(01).
               88  CPL-FIXED-PRICE             VALUE "P".
               88  CPL-PERCENT-OFF             VALUE "D".
           05  CPL-PRICE               PIC 9(07)V99.
           05  CPL-DISCOUNT-PCT        PIC 9(02)V99.
           05  FILLER                  PIC X(10).
