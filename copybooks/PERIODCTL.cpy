      *****************************************************************
      * PERIODCTL.CPY
      * The one-record period-end control file PeriodEndCheck writes
      * each night from RUNCTL and the BANKCAL banking calendar: the
      * business date, the next business day after it, and whether
      * the business date is the last business day of its month,
      * quarter and year ("Y" or "N"). nightlybatch.sh reads the
      * flags to decide which period-end batches run before
      * BusinessDateRoll.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  PERIOD-CONTROL-RECORD.
           05  PEC-BUSINESS-DATE       PIC 9(08).
           05  PEC-NEXT-BUSINESS-DATE  PIC 9(08).
           05  PEC-MONTH-END-FLAG      PIC X(01).
               88  PEC-MONTH-END               VALUE "Y".
           05  PEC-QUARTER-END-FLAG    PIC X(01).
               88  PEC-QUARTER-END             VALUE "Y".
           05  PEC-YEAR-END-FLAG       PIC X(01).
               88  PEC-YEAR-END                VALUE "Y".
