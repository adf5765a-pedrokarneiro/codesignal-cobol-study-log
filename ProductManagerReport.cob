      *> occurrence, so the old fixed OCCURS let the unused blank
      *> slots sort ahead of the real entries on an under-full
      *> table.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the PMGRCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per product.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "PMGRCSV"
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

       01 Prod-File-Status PIC X(02) VALUE "00".
          88 Prod-File-Ok VALUE "00".
           END-IF.
           OPEN OUTPUT Report-Print-File.
           MOVE "PRODUCT MANAGER LISTING" TO RPT-TITLE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "MANAGER," "PRODUCT"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           PERFORM Print-Report-Line
               VARYING Report-Idx FROM 1 BY 1
               ACCEPT RPT-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       Build-Csv-Row.
           MOVE Report-Manager(Report-Idx) TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Report-Product(Report-Idx) TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
