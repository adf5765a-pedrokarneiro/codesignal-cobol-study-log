      *> yet just seeds one.
      *> Maintenance History
      *> 2026-09-02: Initial version.
      *> 2026-10-15: The forced-rerun override entry nightlybatch.sh
      *> writes to JOBLOG is skipped - it is not a step execution.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   SET Joblog-File-Eof TO TRUE
           END-READ.

      *> Only this business date's steps are checked (a forced-rerun
      *> override entry is not a step execution); elapsed time
      *> comes from the logged start and end times, wrapping past
      *> midnight when the end looks earlier than the start.
       Check-One-Log-Entry.
           IF Job-Business-Date = Today-Date
               AND NOT Job-Forced-Rerun
               ADD 1 TO Steps-Checked
               PERFORM Compute-Elapsed-Seconds
               PERFORM Find-Baseline-Entry
