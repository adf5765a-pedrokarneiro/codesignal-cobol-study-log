      *> occurrence, so the old fixed OCCURS let the unused blank
      *> slots sort ahead of the real entries on an under-full
      *> table.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the STKVCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per product valued.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS PROD-CODE
               FILE STATUS IS Prod-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "STKVCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  Product-Master-File.
       COPY PRODMST.

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       WORKING-STORAGE SECTION.
       01 Prod-File-Status PIC X(02) VALUE "00".
          88 Prod-File-Ok VALUE "00".
          88 Prod-File-Eof VALUE "10".

       COPY RPTCSVWS.

       01 Max-Valuation-Entries PIC 9(04) VALUE 200.
       01 Valuation-Entry-Count PIC 9(04) VALUE 0.
       01 Valuation-Table.
           IF Valuation-Entry-Count > 0
               SORT Valuation-Entry
           END-IF.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "MANAGER," "PRODUCT," "VALUE AT PRICE,"
               "VALUE AT COST"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Csv-Start.
           DISPLAY "===== Stock Valuation Report =====".
           PERFORM Print-Valuation-Line
               VARYING Val-Idx FROM 1 BY 1
           MOVE Grand-Cost-Total TO Edited-Cost.
           DISPLAY "===== Catalog total value: " Edited-Value
               "  at cost: " Edited-Cost " =====".
           PERFORM Report-Csv-End.
           STOP RUN.

       Load-Valuation-Table.
           DISPLAY "  " Current-Manager " - "
               Val-Product-Name(Val-Idx) " value " Edited-Value
               " at cost " Edited-Cost.
           IF RPT-CSV-ACTIVE
               PERFORM Report-Csv-Detail
           END-IF.
           ADD Val-Extended-Value(Val-Idx) TO Manager-Total.
           ADD Val-Cost-Value(Val-Idx) TO Manager-Cost-Total.
           ADD Val-Extended-Value(Val-Idx) TO Grand-Total.
               Edited-Value " at cost " Edited-Cost " --".
           MOVE 0 TO Manager-Total.
           MOVE 0 TO Manager-Cost-Total.

       Build-Csv-Row.
           MOVE Val-Manager(Val-Idx) TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Val-Product-Name(Val-Idx) TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Val-Extended-Value(Val-Idx) TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Val-Cost-Value(Val-Idx) TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.

       COPY RPTCSVPR.
