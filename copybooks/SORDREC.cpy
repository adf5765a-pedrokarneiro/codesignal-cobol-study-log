      * SalesOrderEntry could promise from ITEM-STOCK at entry;
      * ShipmentConfirm relieves stock through the movement journal
      * and closes the line when shipped covers ordered.
      * SLS-UNIT-PRICE is the price per each the line was sold at,
      * set at entry from the customer's CUSTPRIC contract price
      * list when one applies (source "L") or the catalog
      * PROD-PRICE (source "C"); a line with a blank source (one
      * carried over by SalesOrderConvert) is priced at invoicing.
      * A line SalesOrderEntry put on credit hold carries status
      * "H" with the reason and date, and nothing allocated; the
      * CreditReview menu releases it to "O" (allocating it then)
      * or cancels it to "X". Only open lines are picked, shipped
      * and counted as open order value.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-09-02 PDK  Initial version.
      * 2026-10-15 PDK  Added unit price and price source.
      * 2026-10-15 PDK  Added the credit-hold and cancelled
      *                 statuses and the hold reason and date.
      *                 With the price fields the record grows from
      *                 48 to 67 bytes; existing SALESORD files are
      *                 converted once with SalesOrderConvert, which
      *                 zeroes the price and hold date and blanks
      *                 the price source and hold reason.
      *****************************************************************
       01  SALES-ORDER-RECORD.
           05  SLS-ORDER-KEY.
           05  SLS-STATUS              PIC X(01).
               88  SLS-LINE-OPEN               VALUE "O".
               88  SLS-LINE-CLOSED             VALUE "C".
               88  SLS-LINE-HELD               VALUE "H".
               88  SLS-LINE-CANCELLED          VALUE "X".
           05  SLS-UNIT-PRICE          PIC 9(07)V99.
           05  SLS-PRICE-SOURCE        PIC X(01).
               88  SLS-PRICE-CATALOG           VALUE "C".
               88  SLS-PRICE-CONTRACT          VALUE "L".
           05  SLS-HOLD-REASON         PIC X(01).
               88  SLS-HOLD-OVER-LIMIT         VALUE "L".
               88  SLS-HOLD-PAST-DUE           VALUE "P".
               88  SLS-HOLD-ORDER-HELD         VALUE "O".
           05  SLS-HOLD-DATE           PIC 9(08).
