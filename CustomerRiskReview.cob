       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerRiskReview.
      *> CustomerRiskReview is the nightly KYC step that keeps the
      *> customer risk rating on CUSTMSTR honest and builds the
      *> review queue, so the bank can show its high-risk customers
      *> are reviewed more often. A customer's rating is raised when
      *> one of three things happens to them: a posting on their
      *> account appears on today's large-transaction hits (CMPLHIT,
      *> written by LargeTransactionReport), a debit bounces today on
      *> an account whose year-to-date NSF count has reached the
      *> threshold on the RISKPARM parameter file (NSFRPT, written by
      *> BankPosting), or a watch-list match (WATCHHIT) that has not
      *> been cleared and is newer than their last review. One such
      *> indicator raises the rating to medium; a watch-list match,
      *> or two indicators together, raise it to high. A raised
      *> customer falls due for review at once. A customer with no
      *> review date yet is given one a full cycle out from today
      *> through the shared KYCPROC paragraph. Every customer whose
      *> review date has arrived is listed on the KYCRPT review
      *> queue, split by the branch of their primary account, for
      *> the review to be closed in CustomerMaintenance. A rating is
      *> never lowered here - only a reviewer does that.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: WATCHHIT is read as the indexed hit file the
      *> watch-list screening routine now keeps.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the KYCCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per raised rating
      *> and review due.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Risk-Parm-File ASSIGN TO "RISKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Compliance-Hit-File ASSIGN TO "CMPLHIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Chit-File-Status.

           SELECT Nsf-Report-File ASSIGN TO "NSFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Nsf-File-Status.

           SELECT Watch-Hit-File ASSIGN TO "WATCHHIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WHIT-KEY
               FILE STATUS IS Whit-File-Status.

           SELECT Report-Print-File ASSIGN TO "KYCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "KYCCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT LOCK-CONTROL-FILE ASSIGN TO "LOCKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Risk-Parm-File.
       01 Risk-Parm-Record.
           05 Parm-Nsf-Threshold    PIC 9(03).

       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Compliance-Hit-File.
       COPY CMPLHIT.

       FD  Nsf-Report-File.
       COPY NSFREC.

       FD  Watch-Hit-File.
       COPY WATCHHIT.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  LOCK-CONTROL-FILE.
       COPY LOCKREC.

       FD  Job-Log-File.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY LOCKWS.

       COPY KYCWS.

       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".
          88 Cust-File-Eof VALUE "10".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
          88 Acct-File-Eof VALUE "10".

       01 Chit-File-Status PIC X(02) VALUE "00".
          88 Chit-File-Ok VALUE "00".
          88 Chit-File-Eof VALUE "10".

       01 Nsf-File-Status PIC X(02) VALUE "00".
          88 Nsf-File-Ok VALUE "00".
          88 Nsf-File-Eof VALUE "10".

       01 Whit-File-Status PIC X(02) VALUE "00".
          88 Whit-File-Ok VALUE "00".
          88 Whit-File-Eof VALUE "10".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Nsf-Threshold PIC 9(03) VALUE 3.

      *> One entry per customer with something against them today,
      *> added on first sight by whichever indicator file names them.
       01 Max-Events PIC 9(04) VALUE 1000.
       01 Event-Count PIC 9(04) VALUE 0.
       01 Event-Sub PIC 9(04).
       01 Event-Scan-Sub PIC 9(04).
       01 Event-Found-Switch PIC X(01) VALUE "N".
          88 Event-Is-Found VALUE "Y".
       01 Event-Customer-Id PIC 9(05).
       01 Event-Table.
           05 Event-Entry OCCURS 1000 TIMES.
              10 Tbl-Evt-Customer-Id   PIC 9(05).
              10 Tbl-Evt-Large-Switch  PIC X(01).
                 88 Tbl-Evt-Large-Tran VALUE "Y".
              10 Tbl-Evt-Nsf-Switch    PIC X(01).
                 88 Tbl-Evt-Nsf VALUE "Y".
              10 Tbl-Evt-Watch-Date    PIC 9(08).

       01 Max-Queue PIC 9(04) VALUE 2000.
       01 Queue-Count PIC 9(04) VALUE 0.
       01 Queue-Sub PIC 9(04).
       01 Queue-Scan-Sub PIC 9(04).
       01 Queue-Found-Switch PIC X(01) VALUE "N".
          88 Queue-Is-Found VALUE "Y".
       01 Queue-Overflow-Count PIC 9(05) VALUE 0.
       01 Queue-Table.
           05 Queue-Entry OCCURS 2000 TIMES.
              10 Tbl-Que-Customer-Id   PIC 9(05).
              10 Tbl-Que-First-Name    PIC X(20).
              10 Tbl-Que-Last-Name     PIC X(20).
              10 Tbl-Que-Rating        PIC X(01).
              10 Tbl-Que-Reason        PIC X(01).
              10 Tbl-Que-Due-Date      PIC 9(08).
              10 Tbl-Que-Last-Review   PIC 9(08).
              10 Tbl-Que-Branch        PIC X(05).
              10 Tbl-Que-Branch-Sub    PIC 9(02).

       01 Max-Branches PIC 9(02) VALUE 50.
       01 Branch-Count PIC 9(02) VALUE 0.
       01 Branch-Sub PIC 9(02).
       01 Branch-Scan-Sub PIC 9(02).
       01 Branch-Found-Switch PIC X(01) VALUE "N".
          88 Branch-Is-Found VALUE "Y".
       01 Work-Branch PIC X(05).
       01 Branch-Table.
           05 Branch-Entry OCCURS 50 TIMES.
              10 Tbl-Branch-Code       PIC X(05).
              10 Tbl-Branch-Due-Count  PIC 9(05).

       01 Customer-Changed-Switch PIC X(01) VALUE "N".
          88 Customer-Changed VALUE "Y".
       01 Indicator-Count PIC 9(01).
       01 Target-Rating PIC X(01).
       01 Target-Reason PIC X(01).
       01 Current-Rank PIC 9(01).
       01 Target-Rank PIC 9(01).
       01 Old-Risk-Rating PIC X(01).

       01 Customers-Read PIC 9(07) VALUE 0.
       01 Ratings-Raised PIC 9(05) VALUE 0.
       01 Reviews-Scheduled PIC 9(05) VALUE 0.

       01 Raised-Heading-Line.
           05 FILLER               PIC X(09) VALUE "  CUST".
           05 FILLER               PIC X(42) VALUE "NAME".
           05 FILLER               PIC X(06) VALUE "WAS".
           05 FILLER               PIC X(06) VALUE "NOW".
           05 FILLER               PIC X(30) VALUE "REASON".

       01 Raised-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Rdl-Customer-Id      PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Rdl-First-Name       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Rdl-Last-Name        PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Rdl-Old-Rating       PIC X(01).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 Rdl-New-Rating       PIC X(01).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 Rdl-Reason           PIC X(30).

       01 Queue-Branch-Line.
           05 FILLER               PIC X(09) VALUE "  BRANCH ".
           05 Qbl-Branch           PIC X(16).
           05 Qbl-Due-Count        PIC ZZ,ZZ9.
           05 FILLER               PIC X(12) VALUE " REVIEWS DUE".

       01 Queue-Heading-Line.
           05 FILLER               PIC X(11) VALUE "    CUST".
           05 FILLER               PIC X(42) VALUE "NAME".
           05 FILLER               PIC X(08) VALUE "RATING".
           05 FILLER               PIC X(08) VALUE "REASON".
           05 FILLER               PIC X(10) VALUE "DUE".
           05 FILLER               PIC X(12) VALUE "LAST REVIEW".

       01 Queue-Detail-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Qdl-Customer-Id      PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Qdl-First-Name       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Qdl-Last-Name        PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Qdl-Rating           PIC X(01).
           05 FILLER               PIC X(07) VALUE SPACES.
           05 Qdl-Reason           PIC X(01).
           05 FILLER               PIC X(07) VALUE SPACES.
           05 Qdl-Due-Date         PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Qdl-Last-Review      PIC 9(08).

       01 Csv-Row-Type PIC X(10) VALUE SPACES.
          88 Csv-Row-Raised VALUE "RAISED".

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Read-Risk-Parm.
           MOVE "CUSTMSTR" TO Lock-Master-Wanted.
           MOVE "CustomerRiskReview" TO Lock-Program-Name.
           PERFORM Claim-Master-Lock.
           OPEN I-O Customer-Master-File.
           IF Cust-File-Status = "35"
               DISPLAY "No customer-master file to review."
               PERFORM Release-Master-Lock
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN INPUT Account-Master-File.
           IF Acct-File-Status = "35"
               DISPLAY "No account-master file to review."
               CLOSE Customer-Master-File
               PERFORM Release-Master-Lock
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           PERFORM Load-Large-Transaction-Hits.
           PERFORM Load-Nsf-Hits.
           PERFORM Load-Watch-List-Hits.
           OPEN OUTPUT Report-Print-File.
           MOVE "KYC RISK RATING AND REVIEW QUEUE" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "TYPE," "BRANCH," "CUSTOMER," "FIRST NAME,"
               "LAST NAME," "WAS," "RATING," "REASON," "REVIEW DUE,"
               "LAST REVIEW"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE "  RISK RATINGS RAISED" TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Raised-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Scan-Customers.
           IF Ratings-Raised = 0
               MOVE "  No risk ratings raised." TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "  REVIEWS DUE BY BRANCH" TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           IF Queue-Count = 0
               MOVE "  No customer reviews are due."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           ELSE
               PERFORM Assign-Queue-Branches
               PERFORM Print-One-Queue-Branch
                   VARYING Branch-Sub FROM 1 BY 1
                   UNTIL Branch-Sub > Branch-Count
           END-IF.
           IF Queue-Overflow-Count > 0
               MOVE SPACES TO RPT-PRINT-LINE
               STRING "  *** " DELIMITED BY SIZE
                   Queue-Overflow-Count DELIMITED BY SIZE
                   " MORE REVIEWS DUE THAN THE QUEUE HOLDS ***"
                       DELIMITED BY SIZE
                   INTO RPT-PRINT-LINE
               END-STRING
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Account-Master-File.
           CLOSE Customer-Master-File.
           PERFORM Release-Master-Lock.
           DISPLAY "Customers read: " Customers-Read.
           DISPLAY "Risk ratings raised: " Ratings-Raised.
           DISPLAY "First reviews scheduled: " Reviews-Scheduled.
           DISPLAY "Reviews due: " Queue-Count.
           IF Queue-Overflow-Count > 0
               DISPLAY "Reviews due but not queued: "
                   Queue-Overflow-Count
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> A missing parameter file falls back to an NSF threshold of
      *> three bounced debits in the year.
       Read-Risk-Parm.
           OPEN INPUT Risk-Parm-File.
           IF Parm-File-Ok
               READ Risk-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Parm-Nsf-Threshold TO Nsf-Threshold
               END-READ
               CLOSE Risk-Parm-File
           END-IF.

      *> The hit file is rebuilt by every LargeTransactionReport run,
      *> so only today's hits are taken - a file left from an earlier
      *> date raises nobody. Both holders of a joint account count.
       Load-Large-Transaction-Hits.
           OPEN INPUT Compliance-Hit-File.
           IF Chit-File-Ok
               PERFORM Read-Next-Compliance-Hit
               PERFORM Take-One-Compliance-Hit UNTIL Chit-File-Eof
               CLOSE Compliance-Hit-File
           END-IF.

       Read-Next-Compliance-Hit.
           READ Compliance-Hit-File
               AT END
                   SET Chit-File-Eof TO TRUE
           END-READ.

       Take-One-Compliance-Hit.
           IF Chit-Business-Date = Today-Date
               MOVE Chit-Customer-Id TO Event-Customer-Id
               PERFORM Find-Event-Entry
               MOVE "Y" TO Tbl-Evt-Large-Switch(Event-Sub)
               IF Chit-Second-Customer-Id NOT = 0
                   MOVE Chit-Second-Customer-Id TO Event-Customer-Id
                   PERFORM Find-Event-Entry
                   MOVE "Y" TO Tbl-Evt-Large-Switch(Event-Sub)
               END-IF
           END-IF.
           PERFORM Read-Next-Compliance-Hit.

      *> An NSF history counts when a debit bounced today on an
      *> account already at the year's NSF threshold; a debit an
      *> overdraft sweep rescued did not bounce.
       Load-Nsf-Hits.
           OPEN INPUT Nsf-Report-File.
           IF Nsf-File-Ok
               PERFORM Read-Next-Nsf-Line
               PERFORM Take-One-Nsf-Line UNTIL Nsf-File-Eof
               CLOSE Nsf-Report-File
           END-IF.

       Read-Next-Nsf-Line.
           READ Nsf-Report-File
               AT END
                   SET Nsf-File-Eof TO TRUE
           END-READ.

       Take-One-Nsf-Line.
           IF Nsf-Post-Date = Today-Date
               AND NOT Nsf-Saved-By-Sweep
               MOVE Nsf-Acct-Number TO Acct-Number
               READ Account-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF Acct-File-Ok
                   AND Acct-Ytd-Nsf-Count NOT < Nsf-Threshold
                   MOVE Acct-Customer-Id TO Event-Customer-Id
                   PERFORM Find-Event-Entry
                   MOVE "Y" TO Tbl-Evt-Nsf-Switch(Event-Sub)
                   IF Acct-Second-Customer-Id NOT = 0
                       MOVE Acct-Second-Customer-Id
                           TO Event-Customer-Id
                       PERFORM Find-Event-Entry
                       MOVE "Y" TO Tbl-Evt-Nsf-Switch(Event-Sub)
                   END-IF
               END-IF
           END-IF.
           PERFORM Read-Next-Nsf-Line.

      *> A cleared match is dropped; for the rest the latest found
      *> date is kept, to be weighed against the last review.
       Load-Watch-List-Hits.
           OPEN INPUT Watch-Hit-File.
           IF Whit-File-Ok
               PERFORM Read-Next-Watch-Hit
               PERFORM Take-One-Watch-Hit UNTIL Whit-File-Eof
               CLOSE Watch-Hit-File
           END-IF.

       Read-Next-Watch-Hit.
           READ Watch-Hit-File
               AT END
                   SET Whit-File-Eof TO TRUE
           END-READ.

       Take-One-Watch-Hit.
           IF NOT Whit-Cleared
               MOVE Whit-Customer-Id TO Event-Customer-Id
               PERFORM Find-Event-Entry
               IF Whit-Found-Date > Tbl-Evt-Watch-Date(Event-Sub)
                   MOVE Whit-Found-Date
                       TO Tbl-Evt-Watch-Date(Event-Sub)
               END-IF
           END-IF.
           PERFORM Read-Next-Watch-Hit.

      *> More customers with something against them in one night
      *> than the table holds means the indicator files are wrong;
      *> the run refuses rather than rate a partial set.
       Find-Event-Entry.
           MOVE "N" TO Event-Found-Switch.
           PERFORM Check-One-Event-Entry
               VARYING Event-Scan-Sub FROM 1 BY 1
               UNTIL Event-Scan-Sub > Event-Count
               OR Event-Is-Found.
           IF NOT Event-Is-Found
               IF Event-Count = Max-Events
                   DISPLAY "More than " Max-Events
                       " customers with risk indicators - run"
                       " refused."
                   CLOSE Account-Master-File
                   CLOSE Customer-Master-File
                   PERFORM Release-Master-Lock
                   MOVE 8 TO RETURN-CODE
                   PERFORM Write-Job-Log
                   STOP RUN
               END-IF
               ADD 1 TO Event-Count
               MOVE Event-Count TO Event-Sub
               MOVE Event-Customer-Id TO Tbl-Evt-Customer-Id(Event-Sub)
               MOVE "N" TO Tbl-Evt-Large-Switch(Event-Sub)
               MOVE "N" TO Tbl-Evt-Nsf-Switch(Event-Sub)
               MOVE 0 TO Tbl-Evt-Watch-Date(Event-Sub)
           END-IF.

       Check-One-Event-Entry.
           IF Tbl-Evt-Customer-Id(Event-Scan-Sub) = Event-Customer-Id
               SET Event-Is-Found TO TRUE
               MOVE Event-Scan-Sub TO Event-Sub
           END-IF.

       Scan-Customers.
           MOVE LOW-VALUES TO CUSTOMER-ID.
           START Customer-Master-File KEY IS GREATER THAN CUSTOMER-ID
               INVALID KEY
                   SET Cust-File-Eof TO TRUE
           END-START.
           IF Cust-File-Ok
               PERFORM Read-Next-Customer
           END-IF.
           PERFORM Review-One-Customer UNTIL Cust-File-Eof.

       Read-Next-Customer.
           READ Customer-Master-File NEXT RECORD
               AT END
                   SET Cust-File-Eof TO TRUE
           END-READ.

      *> A deceased customer is out of the KYC cycle; the estate is
      *> handled by DeceasedCustomerProcessing.
       Review-One-Customer.
           ADD 1 TO Customers-Read.
           IF NOT Customer-Deceased
               MOVE "N" TO Customer-Changed-Switch
               MOVE CUSTOMER-ID TO Event-Customer-Id
               MOVE "N" TO Event-Found-Switch
               PERFORM Check-One-Event-Entry
                   VARYING Event-Scan-Sub FROM 1 BY 1
                   UNTIL Event-Scan-Sub > Event-Count
                   OR Event-Is-Found
               IF Event-Is-Found
                   PERFORM Apply-Risk-Indicators
               END-IF
               IF CUSTOMER-LAST-REVIEW-DATE NOT NUMERIC
                   MOVE 0 TO CUSTOMER-LAST-REVIEW-DATE
                   SET Customer-Changed TO TRUE
               END-IF
               IF CUSTOMER-NEXT-REVIEW-DATE NOT NUMERIC
                   OR CUSTOMER-NEXT-REVIEW-DATE = 0
                   MOVE Today-Date TO KYC-BASE-DATE
                   PERFORM Set-Next-Review-Date
                   ADD 1 TO Reviews-Scheduled
                   SET Customer-Changed TO TRUE
               END-IF
               IF Customer-Changed
                   REWRITE CUSTOMER-RECORD
               END-IF
               IF CUSTOMER-NEXT-REVIEW-DATE NOT > Today-Date
                   PERFORM Queue-One-Review
               END-IF
           END-IF.
           PERFORM Read-Next-Customer.

      *> A watch-list match only counts when it is newer than the
      *> customer's last review - one the reviewer has already
      *> weighed does not raise the rating again.
       Apply-Risk-Indicators.
           MOVE 0 TO Indicator-Count.
           MOVE SPACE TO Target-Reason.
           IF Tbl-Evt-Nsf(Event-Sub)
               ADD 1 TO Indicator-Count
               MOVE "N" TO Target-Reason
           END-IF.
           IF Tbl-Evt-Large-Tran(Event-Sub)
               ADD 1 TO Indicator-Count
               MOVE "T" TO Target-Reason
           END-IF.
           IF Tbl-Evt-Watch-Date(Event-Sub) NOT = 0
               IF CUSTOMER-LAST-REVIEW-DATE NOT NUMERIC
                   OR Tbl-Evt-Watch-Date(Event-Sub)
                       > CUSTOMER-LAST-REVIEW-DATE
                   ADD 1 TO Indicator-Count
                   MOVE "W" TO Target-Reason
               END-IF
           END-IF.
           IF Indicator-Count > 0
               IF Indicator-Count > 1 OR Target-Reason = "W"
                   MOVE "H" TO Target-Rating
                   MOVE 3 TO Target-Rank
               ELSE
                   MOVE "M" TO Target-Rating
                   MOVE 2 TO Target-Rank
               END-IF
               IF Customer-Risk-High
                   MOVE 3 TO Current-Rank
               ELSE
                   IF Customer-Risk-Medium
                       MOVE 2 TO Current-Rank
                   ELSE
                       MOVE 1 TO Current-Rank
                   END-IF
               END-IF
               IF Target-Rank > Current-Rank
                   PERFORM Raise-Risk-Rating
               END-IF
           END-IF.

       Raise-Risk-Rating.
           MOVE CUSTOMER-RISK-RATING TO Old-Risk-Rating.
           IF Old-Risk-Rating = SPACE
               MOVE "L" TO Old-Risk-Rating
           END-IF.
           MOVE Target-Rating TO CUSTOMER-RISK-RATING.
           MOVE Target-Reason TO CUSTOMER-RISK-REASON.
           MOVE Today-Date TO CUSTOMER-NEXT-REVIEW-DATE.
           SET Customer-Changed TO TRUE.
           ADD 1 TO Ratings-Raised.
           MOVE CUSTOMER-ID TO Rdl-Customer-Id.
           MOVE CUSTOMER-FIRST-NAME TO Rdl-First-Name.
           MOVE CUSTOMER-LAST-NAME TO Rdl-Last-Name.
           MOVE Old-Risk-Rating TO Rdl-Old-Rating.
           MOVE Target-Rating TO Rdl-New-Rating.
           IF Indicator-Count > 1
               MOVE "SEVERAL INDICATORS" TO Rdl-Reason
           ELSE
               IF Customer-Risk-Watch-List
                   MOVE "WATCH-LIST MATCH" TO Rdl-Reason
               ELSE
                   IF Customer-Risk-Large-Tran
                       MOVE "LARGE TRANSACTION" TO Rdl-Reason
                   ELSE
                       MOVE "NSF HISTORY" TO Rdl-Reason
                   END-IF
               END-IF
           END-IF.
           MOVE Raised-Detail-Line TO RPT-PRINT-LINE.
           MOVE "RAISED" TO Csv-Row-Type.
           PERFORM Report-Write-Detail.

       Queue-One-Review.
           IF Queue-Count = Max-Queue
               ADD 1 TO Queue-Overflow-Count
           ELSE
               ADD 1 TO Queue-Count
               MOVE CUSTOMER-ID TO Tbl-Que-Customer-Id(Queue-Count)
               MOVE CUSTOMER-FIRST-NAME
                   TO Tbl-Que-First-Name(Queue-Count)
               MOVE CUSTOMER-LAST-NAME
                   TO Tbl-Que-Last-Name(Queue-Count)
               MOVE CUSTOMER-RISK-RATING
                   TO Tbl-Que-Rating(Queue-Count)
               IF Tbl-Que-Rating(Queue-Count) = SPACE
                   MOVE "L" TO Tbl-Que-Rating(Queue-Count)
               END-IF
               MOVE CUSTOMER-RISK-REASON
                   TO Tbl-Que-Reason(Queue-Count)
               MOVE CUSTOMER-NEXT-REVIEW-DATE
                   TO Tbl-Que-Due-Date(Queue-Count)
               MOVE CUSTOMER-LAST-REVIEW-DATE
                   TO Tbl-Que-Last-Review(Queue-Count)
               MOVE SPACES TO Tbl-Que-Branch(Queue-Count)
           END-IF.

      *> A customer's primary account is the first open account on
      *> which they are the primary holder; one with none is listed
      *> under no branch.
       Assign-Queue-Branches.
           MOVE LOW-VALUES TO Acct-Number.
           START Account-Master-File KEY IS GREATER THAN Acct-Number
               INVALID KEY
                   SET Acct-File-Eof TO TRUE
           END-START.
           IF Acct-File-Ok
               PERFORM Read-Next-Account
           END-IF.
           PERFORM Assign-One-Account UNTIL Acct-File-Eof.
           PERFORM Count-One-Queue-Branch
               VARYING Queue-Sub FROM 1 BY 1
               UNTIL Queue-Sub > Queue-Count.

       Read-Next-Account.
           READ Account-Master-File NEXT RECORD
               AT END
                   SET Acct-File-Eof TO TRUE
           END-READ.

       Assign-One-Account.
           IF NOT Acct-Closed
               MOVE "N" TO Queue-Found-Switch
               PERFORM Check-One-Queue-Entry
                   VARYING Queue-Scan-Sub FROM 1 BY 1
                   UNTIL Queue-Scan-Sub > Queue-Count
                   OR Queue-Is-Found
           END-IF.
           PERFORM Read-Next-Account.

       Check-One-Queue-Entry.
           IF Tbl-Que-Customer-Id(Queue-Scan-Sub) = Acct-Customer-Id
               SET Queue-Is-Found TO TRUE
               IF Tbl-Que-Branch(Queue-Scan-Sub) = SPACES
                   MOVE Acct-Branch-Code
                       TO Tbl-Que-Branch(Queue-Scan-Sub)
               END-IF
           END-IF.

       Count-One-Queue-Branch.
           MOVE Tbl-Que-Branch(Queue-Sub) TO Work-Branch.
           PERFORM Find-Branch-Entry.
           MOVE Branch-Sub TO Tbl-Que-Branch-Sub(Queue-Sub).
           ADD 1 TO Tbl-Branch-Due-Count(Branch-Sub).

      *> Past the branch table's size the remaining branches share
      *> its last slot rather than stop the nightly run.
       Find-Branch-Entry.
           MOVE "N" TO Branch-Found-Switch.
           PERFORM Check-One-Branch-Entry
               VARYING Branch-Scan-Sub FROM 1 BY 1
               UNTIL Branch-Scan-Sub > Branch-Count
               OR Branch-Is-Found.
           IF NOT Branch-Is-Found
               IF Branch-Count < Max-Branches
                   ADD 1 TO Branch-Count
                   MOVE Work-Branch TO Tbl-Branch-Code(Branch-Count)
                   MOVE 0 TO Tbl-Branch-Due-Count(Branch-Count)
               END-IF
               MOVE Branch-Count TO Branch-Sub
           END-IF.

       Check-One-Branch-Entry.
           IF Tbl-Branch-Code(Branch-Scan-Sub) = Work-Branch
               SET Branch-Is-Found TO TRUE
               MOVE Branch-Scan-Sub TO Branch-Sub
           END-IF.

       Print-One-Queue-Branch.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           IF Tbl-Branch-Code(Branch-Sub) = SPACES
               MOVE "(NO OPEN ACCOUNT)" TO Qbl-Branch
           ELSE
               MOVE Tbl-Branch-Code(Branch-Sub) TO Qbl-Branch
           END-IF.
           MOVE Tbl-Branch-Due-Count(Branch-Sub) TO Qbl-Due-Count.
           MOVE Queue-Branch-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Queue-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Print-One-Queued-Review
               VARYING Queue-Sub FROM 1 BY 1
               UNTIL Queue-Sub > Queue-Count.

       Print-One-Queued-Review.
           IF Tbl-Que-Branch-Sub(Queue-Sub) = Branch-Sub
               MOVE Tbl-Que-Customer-Id(Queue-Sub) TO Qdl-Customer-Id
               MOVE Tbl-Que-First-Name(Queue-Sub) TO Qdl-First-Name
               MOVE Tbl-Que-Last-Name(Queue-Sub) TO Qdl-Last-Name
               MOVE Tbl-Que-Rating(Queue-Sub) TO Qdl-Rating
               MOVE Tbl-Que-Reason(Queue-Sub) TO Qdl-Reason
               MOVE Tbl-Que-Due-Date(Queue-Sub) TO Qdl-Due-Date
               MOVE Tbl-Que-Last-Review(Queue-Sub) TO Qdl-Last-Review
               MOVE Queue-Detail-Line TO RPT-PRINT-LINE
               MOVE "REVIEW DUE" TO Csv-Row-Type
               PERFORM Report-Write-Detail
           END-IF.

      *> Reads the official business date from the RUNCTL
      *> run-control file; a missing or empty run-control file
      *> falls back to the system date so a standalone run still
      *> works.
       Read-Business-Date.
           OPEN INPUT Run-Control-File.
           IF Runctl-File-Ok
               READ Run-Control-File
                   AT END
                       ACCEPT Today-Date FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE Run-Business-Date TO Today-Date
               END-READ
               CLOSE Run-Control-File
           ELSE
               ACCEPT Today-Date FROM DATE YYYYMMDD
           END-IF.

       Write-Job-Log.
           MOVE "CustomerRiskReview" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Customers-Read TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

      *> Raised ratings and the review queue share one extract; the
      *> type column tells them apart and the columns one kind does
      *> not carry are left empty.
       Build-Csv-Row.
           MOVE Csv-Row-Type TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           IF Csv-Row-Raised
               PERFORM Report-Csv-Add-Text
               MOVE Rdl-Customer-Id TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Rdl-First-Name TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Rdl-Last-Name TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Rdl-Old-Rating TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Rdl-New-Rating TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Rdl-Reason TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
           ELSE
               MOVE Qbl-Branch TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Qdl-Customer-Id TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Qdl-First-Name TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Qdl-Last-Name TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               PERFORM Report-Csv-Add-Text
               MOVE Qdl-Rating TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Qdl-Reason TO RPT-CSV-TEXT
               PERFORM Report-Csv-Add-Text
               MOVE Qdl-Due-Date TO RPT-CSV-NUMBER
               PERFORM Report-Csv-Add-Number
               MOVE Qdl-Last-Review TO RPT-CSV-NUMBER
               PERFORM Report-Csv-Add-Number
           END-IF.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.

       COPY KYCPROC.

       COPY LOCKPROC.
