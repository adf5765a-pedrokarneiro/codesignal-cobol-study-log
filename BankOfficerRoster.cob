      *> 2026-09-02: BRNCHCTL is now the indexed branch master
      *> BranchMaintenance keeps; the heading load reads it through
      *> a START/READ NEXT scan instead of sequentially.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the OFCRCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per account on the
      *> roster.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "OFCRCSV"
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

       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".
           OPEN INPUT Account-Master-File.
           OPEN OUTPUT Report-Print-File.
           MOVE "OFFICER ROSTER REPORT" TO RPT-TITLE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "BRANCH," "OFFICER," "ACCOUNT"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           IF Acct-File-Status NOT = "35"
               SORT Sort-Work-File
               ACCEPT RPT-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       Build-Csv-Row.
           MOVE Current-Branch TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Current-Officer TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Swr-Acct-Number TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
