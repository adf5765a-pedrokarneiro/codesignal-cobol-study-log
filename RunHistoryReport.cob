      *> the MOST RECENT 500 entries (announcing the window), so
      *> "the last N runs per program" stays true however long
      *> the append-forever JOBLOG grows.
      *> 2026-10-15: A forced-rerun override entry from
      *> nightlybatch.sh prints as such instead of as a run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   SUBTRACT 1 FROM Skip-Count
               ELSE
                   ADD 1 TO Shown-Count
                   IF Log-Return-Code(Log-Sub) = 9999
                       DISPLAY "  " Log-Business-Date(Log-Sub)
                           " at " Log-Start-Time(Log-Sub)
                           " FORCED RERUN by operator"
                   ELSE
                       DISPLAY "  " Log-Business-Date(Log-Sub)
                           " start " Log-Start-Time(Log-Sub)
                           " end " Log-End-Time(Log-Sub)
                           " rc " Log-Return-Code(Log-Sub)
                           " records " Log-Records(Log-Sub)
                   END-IF
               END-IF
           END-IF.
