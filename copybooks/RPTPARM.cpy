      *****************************************************************
      * RPTPARM.CPY
      * The one-record report-options parameter file the operator
      * keys before a run. A "Y" in RPP-CSV-EXTRACT-FLAG asks every
      * report built on the shared report writer to write its
      * comma-delimited spreadsheet extract beside the print file;
      * any other value, or no RPTPARM file at all, prints only.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  REPORT-PARM-RECORD.
           05  RPP-CSV-EXTRACT-FLAG    PIC X(01).
               88  RPP-CSV-EXTRACT             VALUE "Y".
