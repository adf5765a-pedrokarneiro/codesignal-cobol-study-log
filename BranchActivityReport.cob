      *> can never quietly disagree. Output goes to BRACTRPT.
      *> Maintenance History
      *> 2026-09-02: Initial version.
      *> 2026-10-15: The NSFRPT layout now comes from the shared
      *> NSFREC copybook, and a debit an overdraft sweep saved is no
      *> longer counted as an NSF rejection - it posted.
      *> 2026-10-15: The forced-rerun override entry nightlybatch.sh
      *> writes to JOBLOG is not taken as the BankPosting run.
      *> 2026-10-15: The run appends a CTLTOTAL control-total record:
      *> the business date's PSTJRNL entries it tallied, with their
      *> JRNL-AMOUNT hash, and the branch lines it printed, for the
      *> nightly record-flow reconciliation.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the BRACTCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per branch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "BRACTCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Control-Total-File ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ctl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Posted-Journal-File.
       COPY ACCTREC.

       FD  Nsf-Report-File.
       COPY NSFREC.

       FD  Job-Log-File.
       COPY JOBLOG.
       FD  Activity-Report-File.
       01 Activity-Report-Record PIC X(100).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Control-Total-File.
       COPY CTLTOTAL.

       WORKING-STORAGE SECTION.
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       COPY RPTCSVWS.

       01 Jrnl-File-Status PIC X(02) VALUE "00".
          88 Jrnl-File-Ok VALUE "00".
          88 Jrnl-File-Eof VALUE "10".
          88 Joblog-File-Eof VALUE "10".

       01 Rpt-File-Status PIC X(02) VALUE "00".
       01 Ctl-File-Status PIC X(02) VALUE "00".

       01 Today-Date PIC 9(08).
       01 Work-Branch PIC X(05).
       01 Net-Movement PIC S9(11)V99.
       01 Bank-Debit-Total PIC S9(11)V99 VALUE 0.
       01 Bank-Credit-Total PIC S9(11)V99 VALUE 0.
       01 Posting-Hash-Total PIC 9(09)V99 VALUE 0.

       01 Heading-Line.
           05 FILLER            PIC X(28)
           CLOSE Account-Master-File.
           PERFORM Write-Activity-Report.
           PERFORM Prove-Against-Job-Log.
           PERFORM Write-Control-Total.
           STOP RUN.

       Read-Next-Journal-Entry.

       Tally-One-Nsf.
           IF Nsf-Post-Date = Today-Date
               AND NOT Nsf-Saved-By-Sweep
               MOVE Nsf-Acct-Number TO Acct-Number
               READ Account-Master-File
                   INVALID KEY

       Write-Activity-Report.
           OPEN OUTPUT Activity-Report-File.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "BRANCH," "DEBITS," "DEBIT TOTAL," "CREDITS,"
               "CREDIT TOTAL," "NSF," "NSF TOTAL," "NET"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Csv-Start.
           MOVE Today-Date TO Head-Date.
           WRITE Activity-Report-Record FROM Heading-Line.
           PERFORM Write-One-Branch-Line
           MOVE Net-Movement TO Det-Net.
           WRITE Activity-Report-Record FROM Detail-Line.
           CLOSE Activity-Report-File.
           PERFORM Report-Csv-End.

       Write-One-Branch-Line.
           MOVE Tbl-Branch-Code(Branch-Sub) TO Det-Branch.
               - Tbl-Debit-Total(Branch-Sub).
           MOVE Net-Movement TO Det-Net.
           WRITE Activity-Report-Record FROM Detail-Line.
           IF RPT-CSV-ACTIVE
               PERFORM Report-Csv-Detail
           END-IF.

      *> The bank-wide posting count must equal what the BankPosting
      *> run itself logged to JOBLOG for the date - the report and
       Check-One-Log-Entry.
           IF Job-Program-Id = "BankPosting"
               AND Job-Business-Date = Today-Date
               AND NOT Job-Forced-Rerun
               SET Log-Entry-Is-Found TO TRUE
               MOVE Job-Records-Processed TO Logged-Posting-Count
           END-IF.
           PERFORM Read-Next-Log-Entry.

       Write-Control-Total.
           COMPUTE Posting-Hash-Total =
               Bank-Debit-Total + Bank-Credit-Total.
           MOVE "BranchActivityReport" TO CTL-PROGRAM-ID.
           MOVE Today-Date TO CTL-RUN-DATE.
           MOVE Bank-Posting-Count TO CTL-RECORDS-READ.
           MOVE Branch-Count TO CTL-RECORDS-WRITTEN.
           MOVE Posting-Hash-Total TO CTL-HASH-TOTAL.
           OPEN EXTEND Control-Total-File.
           IF Ctl-File-Status = "35"
               CLOSE Control-Total-File
               OPEN OUTPUT Control-Total-File
           END-IF.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE Control-Total-File.

      *> Reads the official business date from the RUNCTL
      *> run-control file; a missing or empty run-control file
      *> falls back to the system date so a standalone run still
           ELSE
               ACCEPT Today-Date FROM DATE YYYYMMDD
           END-IF.

       Build-Csv-Row.
           MOVE Tbl-Branch-Code(Branch-Sub) TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Tbl-Debit-Count(Branch-Sub) TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Tbl-Debit-Total(Branch-Sub) TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Tbl-Credit-Count(Branch-Sub) TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Tbl-Credit-Total(Branch-Sub) TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Tbl-Nsf-Count(Branch-Sub) TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Tbl-Nsf-Total(Branch-Sub) TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Net-Movement TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.

       COPY RPTCSVPR.
