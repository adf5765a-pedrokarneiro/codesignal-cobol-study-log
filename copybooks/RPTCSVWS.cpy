      *****************************************************************
      * RPTCSVWS.CPY
      * Working-storage fields for the comma-delimited spreadsheet
      * extract of the shared report writer: the switch RPTPARM turns
      * on, the header row the host program supplies, the row being
      * built, and the value fields the host loads before each
      * RPTCSVPR Report-Csv-Add-... paragraph. Text goes in quotes;
      * amounts, counts and rates go out as plain signed numbers with
      * no editing - "-1234.56", not "1,234.56-". COPY alongside
      * RPTWS; the host declares the Report-Parm-File (RPTPARM) and
      * Report-Csv-File it writes to, with these file statuses.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  RPT-CSV-CONTROL-FIELDS.
           05  RPT-PARM-FILE-STATUS    PIC X(02) VALUE "00".
           05  RPT-CSV-FILE-STATUS     PIC X(02) VALUE "00".
           05  RPT-CSV-SWITCH          PIC X(01) VALUE "N".
               88  RPT-CSV-ACTIVE              VALUE "Y".
           05  RPT-CSV-POINTER         PIC 9(04).
           05  RPT-CSV-LENGTH          PIC 9(04).
           05  RPT-CSV-FIELD-COUNT     PIC 9(03).
           05  RPT-CSV-ROW-COUNT       PIC 9(07).

       01  RPT-CSV-HEADER              PIC X(500).
       01  RPT-CSV-LINE                PIC X(500).

       01  RPT-CSV-TEXT                PIC X(80).
       01  RPT-CSV-AMOUNT              PIC S9(13)V99.
       01  RPT-CSV-NUMBER              PIC S9(13).
       01  RPT-CSV-RATE                PIC S9(05)V9(06).

       01  RPT-CSV-EDIT-AMOUNT         PIC -(14)9.99.
       01  RPT-CSV-EDIT-NUMBER         PIC -(13)9.
       01  RPT-CSV-EDIT-RATE           PIC -(05)9.9(06).
       01  RPT-CSV-EDITED              PIC X(20).
