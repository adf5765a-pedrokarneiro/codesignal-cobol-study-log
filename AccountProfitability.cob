      *> decisions stop running on gut feel.
      *> Maintenance History
      *> 2026-09-02: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the PROFCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per ranked account
      *> and officer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "PROFCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.
       FD  Profit-Report-File.
       01 Profit-Report-Record PIC X(100).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.


       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Net-Contribution PIC S9(9)V99.

       01 Officer-Found-Switch PIC X(01) VALUE "N".
          88 Officer-Is-Found VALUE "Y".

       01 Csv-Row-Type PIC X(07) VALUE SPACES.
          88 Csv-Row-Account VALUE "ACCOUNT".

       01 Heading-Line.
           05 FILLER            PIC X(32)
              VALUE "ACCOUNT PROFITABILITY    DATE   ".
               SORT Officer-Entry
           END-IF.
           OPEN OUTPUT Profit-Report-File.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "TYPE," "ACCOUNT," "OFFICER," "ACCOUNTS,"
               "INTEREST PAID," "FEES COLLECTED," "NSF," "NET"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Csv-Start.
           MOVE Today-Date TO Head-Date.
           WRITE Profit-Report-Record FROM Heading-Line.
           PERFORM Write-One-Rank-Line
               VARYING Officer-Idx FROM 1 BY 1
               UNTIL Officer-Idx > Officer-Entry-Count.
           CLOSE Profit-Report-File.
           PERFORM Report-Csv-End.
           DISPLAY "Accounts ranked: " Rank-Entry-Count.
           DISPLAY "Officers ranked: " Officer-Entry-Count.
           STOP RUN.
           MOVE Rnk-Nsf-Count(Rank-Idx) TO Det-Nsf.
           MOVE Rnk-Net(Rank-Idx) TO Det-Net.
           WRITE Profit-Report-Record FROM Detail-Line.
           IF RPT-CSV-ACTIVE
               MOVE "ACCOUNT" TO Csv-Row-Type
               PERFORM Report-Csv-Detail
           END-IF.

       Write-One-Officer-Line.
           MOVE Off-Officer(Officer-Idx) TO Ofl-Officer.
           MOVE Off-Account-Count(Officer-Idx) TO Ofl-Count.
           MOVE Off-Net(Officer-Idx) TO Ofl-Net.
           WRITE Profit-Report-Record FROM Officer-Line.
           IF RPT-CSV-ACTIVE
               MOVE "OFFICER" TO Csv-Row-Type
               PERFORM Report-Csv-Detail
           END-IF.

      *> Reads the official business date from the RUNCTL
      *> run-control file; a missing or empty run-control file
           ELSE
               ACCEPT Today-Date FROM DATE YYYYMMDD
           END-IF.

      *> Account and officer rankings share one extract; the type
      *> column tells them apart and the columns one kind does not
      *> carry are left empty.
       Build-Csv-Row.
           MOVE Csv-Row-Type TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           IF Csv-Row-Account
               MOVE Rnk-Acct-Number(Rank-Idx) TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Rnk-Officer(Rank-Idx) TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
               MOVE Rnk-Interest(Rank-Idx) TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
               MOVE Rnk-Fees(Rank-Idx) TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
               MOVE Rnk-Nsf-Count(Rank-Idx) TO RPT-CSV-NUMBER
               PERFORM Report-Csv-Add-Number
               MOVE Rnk-Net(Rank-Idx) TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
           ELSE
               PERFORM Report-Csv-Add-Text
               MOVE Off-Officer(Officer-Idx) TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Off-Account-Count(Officer-Idx) TO RPT-CSV-NUMBER
               PERFORM Report-Csv-Add-Number
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
               MOVE Off-Net(Officer-Idx) TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
           END-IF.

       COPY RPTCSVPR.
