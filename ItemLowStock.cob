      *> number, a page break every 60 lines, and the standard
      *> end-of-report trailer with the record count - instead of
      *> DISPLAY lines scrolling off a terminal.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the ILOWCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per item listed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "ILOWCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.
       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Inv-File-Status PIC X(02) VALUE "00".
          88 Inv-File-Ok VALUE "00".
           PERFORM Read-Business-Date.
           OPEN OUTPUT Report-Print-File.
           MOVE "ITEM LOW STOCK ALERT REPORT" TO RPT-TITLE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "ITEM," "WAREHOUSE," "STOCK," "REORDER POINT"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE LOW-VALUES TO ITEM-KEY.
           START Inventory-Master-File KEY IS GREATER THAN ITEM-KEY
               ACCEPT RPT-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       Build-Csv-Row.
           MOVE ITEM-NUMBER TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE ITEM-WAREHOUSE TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE ITEM-STOCK TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE ITEM-REORDER-POINT TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
