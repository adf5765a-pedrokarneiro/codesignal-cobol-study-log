      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-08-22 PDK  Initial version.
      * 2026-10-15 PDK  Drives the RPTCSVPR spreadsheet extract: the
      *                 start, each detail line and the end of the
      *                 report also open, write a row to and close
      *                 the comma-delimited extract when RPTPARM asks
      *                 for it. Hosts COPY RPTCSVWS and RPTCSVPR too.
      *****************************************************************
       Report-Start.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE 0 TO RPT-LINE-COUNT.
           MOVE 0 TO RPT-RECORD-COUNT.
           PERFORM Report-Csv-Start.
           PERFORM Report-Print-Heading.

       Report-Print-Heading.

       Report-Write-Detail.
           ADD 1 TO RPT-RECORD-COUNT.
           IF RPT-CSV-ACTIVE
               PERFORM Report-Csv-Detail
           END-IF.
           PERFORM Report-Write-Line.

       Report-End.
           MOVE RPT-RECORD-COUNT TO RPT-TRAIL-COUNT.
           MOVE RPT-TRAILER-LINE TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Report-Csv-End.
