      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-08-22 PDK  Initial version.
      * 2026-10-15 PDK  Return code 9999 (JOB-FORCED-RERUN) marks the
      *                 entry nightlybatch.sh writes when an operator
      *                 forces a step that already completed for the
      *                 business date to run again - an audit entry,
      *                 not a step execution, so runtime and volume
      *                 readers pass over it.
      *****************************************************************
       01  JOB-LOG-RECORD.
           05  JOB-PROGRAM-ID          PIC A(20).
           05  JOB-START-TIME          PIC 9(08).
           05  JOB-END-TIME            PIC 9(08).
           05  JOB-RETURN-CODE         PIC 9(04).
               88  JOB-FORCED-RERUN            VALUE 9999.
           05  JOB-RECORDS-PROCESSED   PIC 9(07).
