      *****************************************************************
      * RPTCSVPR.CPY
      * Procedure paragraphs for the comma-delimited spreadsheet
      * extract of the shared report writer. Report-Csv-Start reads
      * RPTPARM and, when the extract is asked for, opens the host's
      * Report-Csv-File and writes the header row from
      * RPT-CSV-HEADER. Report-Csv-Detail writes one row: it PERFORMs
      * the host's Build-Csv-Row paragraph, which loads each value in
      * turn into RPT-CSV-TEXT, RPT-CSV-AMOUNT, RPT-CSV-NUMBER or
      * RPT-CSV-RATE and PERFORMs the matching Report-Csv-Add-...
      * paragraph. Report-Csv-End closes the extract. RPTPROC calls
      * all three from Report-Start, Report-Write-Detail and
      * Report-End, so a report on the shared writer gets a row per
      * detail line and nothing for headings, subtotals or the
      * trailer. COPY at the end of the PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       Report-Csv-Start.
           MOVE "N" TO RPT-CSV-SWITCH.
           MOVE 0 TO RPT-CSV-ROW-COUNT.
           OPEN INPUT Report-Parm-File.
           IF RPT-PARM-FILE-STATUS = "00"
               READ Report-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RPP-CSV-EXTRACT
                           SET RPT-CSV-ACTIVE TO TRUE
                       END-IF
               END-READ
               CLOSE Report-Parm-File
           END-IF.
           IF RPT-CSV-ACTIVE
               OPEN OUTPUT Report-Csv-File
               MOVE RPT-CSV-HEADER TO RPT-CSV-LINE
               WRITE Report-Csv-Record FROM RPT-CSV-LINE
           END-IF.

       Report-Csv-Detail.
           MOVE SPACES TO RPT-CSV-LINE.
           MOVE 1 TO RPT-CSV-POINTER.
           MOVE 0 TO RPT-CSV-FIELD-COUNT.
           PERFORM Build-Csv-Row.
           WRITE Report-Csv-Record FROM RPT-CSV-LINE.
           ADD 1 TO RPT-CSV-ROW-COUNT.

       Report-Csv-Separator.
           IF RPT-CSV-FIELD-COUNT > 0
               STRING "," DELIMITED BY SIZE
                   INTO RPT-CSV-LINE WITH POINTER RPT-CSV-POINTER
               END-STRING
           END-IF.
           ADD 1 TO RPT-CSV-FIELD-COUNT.

      *> Text is quoted so a comma in a name cannot split the field;
      *> an embedded double quote becomes an apostrophe so it cannot
      *> close the field early. Trailing spaces are dropped.
       Report-Csv-Add-Text.
           INSPECT RPT-CSV-TEXT REPLACING ALL QUOTE BY "'".
           PERFORM Report-Csv-Separator.
           IF RPT-CSV-TEXT = SPACES
               STRING QUOTE QUOTE DELIMITED BY SIZE
                   INTO RPT-CSV-LINE WITH POINTER RPT-CSV-POINTER
               END-STRING
           ELSE
               MOVE 80 TO RPT-CSV-LENGTH
               PERFORM Report-Csv-Back-Up-One
                   UNTIL RPT-CSV-TEXT(RPT-CSV-LENGTH:1) NOT = SPACE
               STRING QUOTE DELIMITED BY SIZE
                   RPT-CSV-TEXT(1:RPT-CSV-LENGTH) DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   INTO RPT-CSV-LINE WITH POINTER RPT-CSV-POINTER
               END-STRING
           END-IF.
           MOVE SPACES TO RPT-CSV-TEXT.

       Report-Csv-Back-Up-One.
           SUBTRACT 1 FROM RPT-CSV-LENGTH.

       Report-Csv-Add-Amount.
           MOVE RPT-CSV-AMOUNT TO RPT-CSV-EDIT-AMOUNT.
           MOVE RPT-CSV-EDIT-AMOUNT TO RPT-CSV-EDITED.
           PERFORM Report-Csv-Add-Edited.

       Report-Csv-Add-Number.
           MOVE RPT-CSV-NUMBER TO RPT-CSV-EDIT-NUMBER.
           MOVE RPT-CSV-EDIT-NUMBER TO RPT-CSV-EDITED.
           PERFORM Report-Csv-Add-Edited.

       Report-Csv-Add-Rate.
           MOVE RPT-CSV-RATE TO RPT-CSV-EDIT-RATE.
           MOVE RPT-CSV-EDIT-RATE TO RPT-CSV-EDITED.
           PERFORM Report-Csv-Add-Edited.

      *> The floating sign leaves the number right-justified behind
      *> leading spaces; only the digits, the sign and the point go
      *> out.
       Report-Csv-Add-Edited.
           MOVE 0 TO RPT-CSV-LENGTH.
           INSPECT RPT-CSV-EDITED TALLYING RPT-CSV-LENGTH
               FOR LEADING SPACES.
           PERFORM Report-Csv-Separator.
           STRING RPT-CSV-EDITED(RPT-CSV-LENGTH + 1:)
               DELIMITED BY SPACE
               INTO RPT-CSV-LINE WITH POINTER RPT-CSV-POINTER
           END-STRING.

       Report-Csv-End.
           IF RPT-CSV-ACTIVE
               CLOSE Report-Csv-File
           END-IF.
