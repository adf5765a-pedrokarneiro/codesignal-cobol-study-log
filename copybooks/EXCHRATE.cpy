      *****************************************************************
      * EXCHRATE.CPY
      * One exchange rate on the indexed EXCHRATE file treasury keeps
      * through FxRateMaintenance, keyed by currency code and rate
      * date: how many units of local currency one unit of the
      * foreign currency buys on that date. A rate is keyed once per
      * business day; a day with no rate keyed uses the latest
      * earlier one, except where a transfer crosses currencies,
      * which BankPosting converts only at the rate for the day.
      * Local currency itself carries no rate (spaces on the
      * account, a rate of one).
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  EXCHANGE-RATE-RECORD.
           05  XRT-KEY.
               10  XRT-CURRENCY-CODE   PIC X(03).
               10  XRT-RATE-DATE       PIC 9(08).
           05  XRT-LOCAL-PER-UNIT      PIC 9(05)V9(06).
           05  XRT-ENTERED-BY          PIC X(08).
           05  FILLER                  PIC X(10).
