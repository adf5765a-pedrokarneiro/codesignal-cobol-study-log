       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerNotification.
      *> CustomerNotification is the nightly step that tells account
      *> holders about three events as they happen instead of
      *> leaving them to find out from the statement: a debit that
      *> bounced for insufficient funds that night (NSFRPT, written
      *> by BankPosting - a debit the overdraft sweep rescued did
      *> not bounce), an interest-rate change AccountRepricing made
      *> on the business date (REPRICE), and a term deposit coming up
      *> to maturity - one notice when the ACCT-MATURITY-DATE first
      *> comes within the lead days on the NOTIFPRM parameter file.
      *> Every holder of the account - both holders of a joint one -
      *> gets one notice per event, delivered the way their
      *> CUSTOMER-STMT-DELIVERY says: paper notices print to the
      *> NOTICES letter file, electronic ones go to the NOTIFXTR
      *> extract for the portal vendor, "both" customers get both.
      *> A customer flagged do-not-contact or who has refused mail
      *> gets no notice at all, nor does a deceased customer; every
      *> suppression is listed on the NOTIFRPT control report for
      *> compliance, with the notice counts. The NOTIFCTL control
      *> file remembers the business date last notified and how far
      *> ahead maturities were covered, so a rerun of the same date
      *> sends nothing twice and no maturity is noticed twice.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: A fourth event: a customer dispute case closed
      *> on the business date in DisputeMaintenance (DISPUTES). The
      *> holders are told whether the provisional credit is now
      *> final or has been reversed.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the NOTIFCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per suppressed
      *> notice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Notice-Parm-File ASSIGN TO "NOTIFPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Notice-Control-File ASSIGN TO "NOTIFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Nctl-File-Status.

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

           SELECT Nsf-Report-File ASSIGN TO "NSFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Nsf-File-Status.

           SELECT Repricing-Report-File ASSIGN TO "REPRICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpr-File-Status.

           SELECT Dispute-File ASSIGN TO "DISPUTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS Dsp-File-Status.

           SELECT Notice-Print-File ASSIGN TO "NOTICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ntc-File-Status.

           SELECT Notice-Extract-File ASSIGN TO "NOTIFXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Xtr-File-Status.

           SELECT Report-Print-File ASSIGN TO "NOTIFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "NOTIFCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Notice-Parm-File.
       01 Notice-Parm-Record.
           05 Parm-Maturity-Lead-Days PIC 9(03).

       FD  Notice-Control-File.
       01 Notice-Control-Record.
           05 Nctl-Last-Notice-Date   PIC 9(08).
           05 Nctl-Maturity-Covered   PIC 9(08).

       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Nsf-Report-File.
       COPY NSFREC.

       FD  Repricing-Report-File.
       COPY REPRICE.

       FD  Dispute-File.
       COPY DISPUTE.

       FD  Notice-Print-File.
       01 Notice-Print-Record PIC X(80).

       FD  Notice-Extract-File.
       COPY NOTIFXTR.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Job-Log-File.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".

       01 Nctl-File-Status PIC X(02) VALUE "00".
          88 Nctl-File-Ok VALUE "00".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
          88 Acct-File-Eof VALUE "10".

       01 Nsf-File-Status PIC X(02) VALUE "00".
          88 Nsf-File-Ok VALUE "00".
          88 Nsf-File-Eof VALUE "10".

       01 Rpr-File-Status PIC X(02) VALUE "00".
          88 Rpr-File-Ok VALUE "00".
          88 Rpr-File-Eof VALUE "10".

       01 Dsp-File-Status PIC X(02) VALUE "00".
          88 Dsp-File-Ok VALUE "00".
          88 Dsp-File-Eof VALUE "10".

       01 Ntc-File-Status PIC X(02) VALUE "00".
       01 Xtr-File-Status PIC X(02) VALUE "00".
       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Maturity-Lead-Days PIC 9(03) VALUE 30.
       01 Maturity-Covered-Date PIC 9(08).
       01 Lead-Day-Sub PIC 9(03).

      *> The maturity window end is walked forward a day at a time
      *> from the business date; the month lengths carry February
      *> at 28 and a leap year adds the 29th.
       01 Window-End-Date PIC 9(08).
       01 Window-Date-Split REDEFINES Window-End-Date.
           05 Window-Year           PIC 9(04).
           05 Window-Month          PIC 9(02).
           05 Window-Day            PIC 9(02).
       01 Month-Length-Values PIC X(24)
           VALUE "312831303130313130313031".
       01 Month-Length-Table REDEFINES Month-Length-Values.
           05 Month-Length          PIC 9(02) OCCURS 12 TIMES.
       01 Days-In-Month PIC 9(02).
       01 Leap-Quotient PIC 9(04).
       01 Leap-Remainder-4 PIC 9(04).
       01 Leap-Remainder-100 PIC 9(04).
       01 Leap-Remainder-400 PIC 9(04).

      *> The event being notified, filled by whichever input found
      *> it and handed to Notify-Account-Holders.
       01 Event-Fields.
           05 Event-Type            PIC X(01).
              88 Event-Is-Nsf VALUE "N".
              88 Event-Is-Rate-Change VALUE "R".
              88 Event-Is-Maturity VALUE "M".
              88 Event-Is-Dispute VALUE "D".
           05 Event-Acct-Number     PIC X(15).
           05 Event-Date            PIC 9(08).
           05 Event-Amount          PIC S9(9)V99.
           05 Event-Old-Rate        PIC S9(3)V9999.
           05 Event-New-Rate        PIC S9(3)V9999.
           05 Event-Maturity-Instr  PIC X(01).
           05 Event-Dispute-Outcome PIC X(01).
              88 Event-Credit-Final VALUE "F".
           05 Event-Customer-Id     PIC 9(05).
           05 Event-Second-Id       PIC 9(05).

       01 Holder-Customer-Id PIC 9(05).
       01 Suppress-Reason PIC X(20).

       01 Print-Channel-Switch PIC X(01) VALUE "N".
          88 Print-Channel-Active VALUE "Y".
       01 Extract-Channel-Switch PIC X(01) VALUE "N".
          88 Extract-Channel-Active VALUE "Y".

       01 Events-Found PIC 9(07) VALUE 0.
       01 Nsf-Events PIC 9(05) VALUE 0.
       01 Rate-Events PIC 9(05) VALUE 0.
       01 Maturity-Events PIC 9(05) VALUE 0.
       01 Dispute-Events PIC 9(05) VALUE 0.
       01 Paper-Notices PIC 9(05) VALUE 0.
       01 Electronic-Notices PIC 9(05) VALUE 0.
       01 Notices-Suppressed PIC 9(05) VALUE 0.
       01 Holders-Not-On-File PIC 9(05) VALUE 0.
       01 Notice-Number PIC 9(05) VALUE 0.

       01 Letter-Work-Line PIC X(80).
       01 Letter-Amount PIC $$$,$$$,$$9.99.
       01 Letter-Old-Rate PIC ZZ9.9999.
       01 Letter-New-Rate PIC ZZ9.9999.

       01 Letter-Heading-Line.
           05 FILLER            PIC X(20) VALUE "CUSTOMER NOTICE".
           05 FILLER            PIC X(06) VALUE "DATE ".
           05 Lhd-Date          PIC 9(08).
           05 FILLER            PIC X(06) VALUE "  NO. ".
           05 Lhd-Number        PIC ZZZZ9.

       01 Letter-Name-Line.
           05 Lnm-First         PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Lnm-Last          PIC X(20).

       01 Letter-City-Line.
           05 Lct-City          PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Lct-State         PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Lct-Zip           PIC X(05).

       01 Suppress-Heading-Line.
           05 FILLER               PIC X(09) VALUE "  CUST".
           05 FILLER               PIC X(42) VALUE "NAME".
           05 FILLER               PIC X(12) VALUE "NOTICE".
           05 FILLER               PIC X(17) VALUE "ACCOUNT".
           05 FILLER               PIC X(20) VALUE "REASON".

       01 Suppress-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Customer-Id      PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-First-Name       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Sdl-Last-Name        PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Sdl-Event            PIC X(12).
           05 Sdl-Acct-Number      PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Reason           PIC X(20).

       01 Total-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tot-Label            PIC X(30).
           05 Tot-Count            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Read-Notice-Parm.
           PERFORM Read-Notice-Control.
           IF Nctl-Last-Notice-Date = Today-Date
               DISPLAY "Notices for " Today-Date
                   " already sent - nothing to do."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN INPUT Customer-Master-File.
           IF Cust-File-Status = "35"
               DISPLAY "No customer-master file to notify from."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN INPUT Account-Master-File.
           IF Acct-File-Status = "35"
               DISPLAY "No account-master file to notify from."
               CLOSE Customer-Master-File
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           PERFORM Set-Maturity-Window.
           OPEN OUTPUT Notice-Print-File.
           OPEN OUTPUT Notice-Extract-File.
           OPEN OUTPUT Report-Print-File.
           MOVE "CUSTOMER NOTIFICATION CONTROL" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "CUSTOMER," "FIRST NAME," "LAST NAME," "NOTICE,"
               "ACCOUNT," "REASON"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE "  NOTICES SUPPRESSED" TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Suppress-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Notify-Nsf-Events.
           PERFORM Notify-Rate-Changes.
           PERFORM Notify-Maturities.
           PERFORM Notify-Dispute-Resolutions.
           IF Notices-Suppressed = 0
               MOVE "  No notices suppressed." TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Print-Notice-Totals.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Notice-Extract-File.
           CLOSE Notice-Print-File.
           CLOSE Account-Master-File.
           CLOSE Customer-Master-File.
           MOVE Today-Date TO Nctl-Last-Notice-Date.
           IF Window-End-Date > Nctl-Maturity-Covered
               MOVE Window-End-Date TO Nctl-Maturity-Covered
           END-IF.
           OPEN OUTPUT Notice-Control-File.
           WRITE Notice-Control-Record.
           CLOSE Notice-Control-File.
           DISPLAY "Events found: " Events-Found.
           DISPLAY "Paper notices: " Paper-Notices.
           DISPLAY "Electronic notices: " Electronic-Notices.
           DISPLAY "Notices suppressed: " Notices-Suppressed.
           IF Holders-Not-On-File > 0
               DISPLAY "Account holders not on file: "
                   Holders-Not-On-File
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> A missing parameter file falls back to a maturity notice
      *> thirty days ahead.
       Read-Notice-Parm.
           OPEN INPUT Notice-Parm-File.
           IF Parm-File-Ok
               READ Notice-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Parm-Maturity-Lead-Days
                           TO Maturity-Lead-Days
               END-READ
               CLOSE Notice-Parm-File
           END-IF.

      *> No control file yet means nothing has been notified; the
      *> first run's maturity window starts at the business date.
       Read-Notice-Control.
           MOVE 0 TO Nctl-Last-Notice-Date.
           MOVE 0 TO Nctl-Maturity-Covered.
           OPEN INPUT Notice-Control-File.
           IF Nctl-File-Ok
               READ Notice-Control-File
                   AT END
                       MOVE 0 TO Nctl-Last-Notice-Date
                       MOVE 0 TO Nctl-Maturity-Covered
               END-READ
               CLOSE Notice-Control-File
           END-IF.

      *> Maturities already covered by an earlier run are not
      *> noticed again; a night the batch did not run widens the
      *> window instead of losing the maturities in it.
       Set-Maturity-Window.
           MOVE Nctl-Maturity-Covered TO Maturity-Covered-Date.
           IF Maturity-Covered-Date < Today-Date
               MOVE Today-Date TO Maturity-Covered-Date
           END-IF.
           MOVE Today-Date TO Window-End-Date.
           PERFORM Add-One-Day
               VARYING Lead-Day-Sub FROM 1 BY 1
               UNTIL Lead-Day-Sub > Maturity-Lead-Days.

       Add-One-Day.
           MOVE Month-Length(Window-Month) TO Days-In-Month.
           IF Window-Month = 2
               DIVIDE Window-Year BY 4 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-4
               DIVIDE Window-Year BY 100 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-100
               DIVIDE Window-Year BY 400 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-400
               IF Leap-Remainder-4 = 0
                   AND (Leap-Remainder-100 NOT = 0
                       OR Leap-Remainder-400 = 0)
                   MOVE 29 TO Days-In-Month
               END-IF
           END-IF.
           IF Window-Day < Days-In-Month
               ADD 1 TO Window-Day
           ELSE
               MOVE 1 TO Window-Day
               IF Window-Month < 12
                   ADD 1 TO Window-Month
               ELSE
                   MOVE 1 TO Window-Month
                   ADD 1 TO Window-Year
               END-IF
           END-IF.

       Notify-Nsf-Events.
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
                       DISPLAY "NSF account not on file: "
                           Nsf-Acct-Number
               END-READ
               IF Acct-File-Ok
                   INITIALIZE Event-Fields
                   SET Event-Is-Nsf TO TRUE
                   MOVE Nsf-Acct-Number TO Event-Acct-Number
                   MOVE Nsf-Post-Date TO Event-Date
                   MOVE Nsf-Amount TO Event-Amount
                   ADD 1 TO Nsf-Events
                   PERFORM Notify-Account-Holders
               END-IF
           END-IF.
           PERFORM Read-Next-Nsf-Line.

      *> REPRICE is rewritten by every AccountRepricing run, so only
      *> a run on this business date is noticed.
       Notify-Rate-Changes.
           OPEN INPUT Repricing-Report-File.
           IF Rpr-File-Ok
               PERFORM Read-Next-Reprice-Line
               PERFORM Take-One-Reprice-Line UNTIL Rpr-File-Eof
               CLOSE Repricing-Report-File
           END-IF.

       Read-Next-Reprice-Line.
           READ Repricing-Report-File
               AT END
                   SET Rpr-File-Eof TO TRUE
           END-READ.

       Take-One-Reprice-Line.
           IF Rpr-Run-Date = Today-Date
               MOVE Rpr-Acct-Number TO Acct-Number
               READ Account-Master-File
                   INVALID KEY
                       DISPLAY "Repriced account not on file: "
                           Rpr-Acct-Number
               END-READ
               IF Acct-File-Ok
                   INITIALIZE Event-Fields
                   SET Event-Is-Rate-Change TO TRUE
                   MOVE Rpr-Acct-Number TO Event-Acct-Number
                   MOVE Rpr-Run-Date TO Event-Date
                   MOVE Rpr-Old-Rate TO Event-Old-Rate
                   MOVE Rpr-New-Rate TO Event-New-Rate
                   ADD 1 TO Rate-Events
                   PERFORM Notify-Account-Holders
               END-IF
           END-IF.
           PERFORM Read-Next-Reprice-Line.

       Notify-Maturities.
           MOVE LOW-VALUES TO Acct-Number.
           START Account-Master-File KEY IS GREATER THAN Acct-Number
               INVALID KEY
                   SET Acct-File-Eof TO TRUE
           END-START.
           IF Acct-File-Ok
               PERFORM Read-Next-Account
           END-IF.
           PERFORM Check-One-Maturity UNTIL Acct-File-Eof.

       Read-Next-Account.
           READ Account-Master-File NEXT RECORD
               AT END
                   SET Acct-File-Eof TO TRUE
           END-READ.

       Check-One-Maturity.
           IF Acct-Type-Term
               AND NOT Acct-Closed
               AND Acct-Maturity-Date > Maturity-Covered-Date
               AND Acct-Maturity-Date NOT > Window-End-Date
               INITIALIZE Event-Fields
               SET Event-Is-Maturity TO TRUE
               MOVE Acct-Number TO Event-Acct-Number
               MOVE Acct-Maturity-Date TO Event-Date
               MOVE Acct-Maturity-Instr TO Event-Maturity-Instr
               ADD 1 TO Maturity-Events
               PERFORM Notify-Account-Holders
           END-IF.
           PERFORM Read-Next-Account.

       Notify-Dispute-Resolutions.
           OPEN INPUT Dispute-File.
           IF Dsp-File-Ok
               MOVE LOW-VALUES TO Dsp-Key
               START Dispute-File KEY IS GREATER THAN Dsp-Key
                   INVALID KEY
                       SET Dsp-File-Eof TO TRUE
               END-START
               IF Dsp-File-Ok
                   PERFORM Read-Next-Dispute
               END-IF
               PERFORM Take-One-Dispute UNTIL Dsp-File-Eof
               CLOSE Dispute-File
           END-IF.

       Read-Next-Dispute.
           READ Dispute-File NEXT RECORD
               AT END
                   SET Dsp-File-Eof TO TRUE
           END-READ.

       Take-One-Dispute.
           IF NOT Dsp-Open
               AND Dsp-Closed-Date = Today-Date
               MOVE Dsp-Acct-Number TO Acct-Number
               READ Account-Master-File
                   INVALID KEY
                       DISPLAY "Disputed account not on file: "
                           Dsp-Acct-Number
               END-READ
               IF Acct-File-Ok
                   INITIALIZE Event-Fields
                   SET Event-Is-Dispute TO TRUE
                   MOVE Dsp-Acct-Number TO Event-Acct-Number
                   MOVE Dsp-Jrnl-Post-Date TO Event-Date
                   MOVE Dsp-Disputed-Amount TO Event-Amount
                   MOVE Dsp-Status TO Event-Dispute-Outcome
                   ADD 1 TO Dispute-Events
                   PERFORM Notify-Account-Holders
               END-IF
           END-IF.
           PERFORM Read-Next-Dispute.

      *> The account record is still in the buffer; each holder is
      *> looked up in turn. A joint account naming the same
      *> customer twice gets one notice.
       Notify-Account-Holders.
           ADD 1 TO Events-Found.
           MOVE Acct-Customer-Id TO Event-Customer-Id.
           MOVE Acct-Second-Customer-Id TO Event-Second-Id.
           MOVE Event-Customer-Id TO Holder-Customer-Id.
           PERFORM Notify-One-Holder.
           IF Event-Second-Id NOT = 0
               AND Event-Second-Id NOT = Event-Customer-Id
               MOVE Event-Second-Id TO Holder-Customer-Id
               PERFORM Notify-One-Holder
           END-IF.

       Notify-One-Holder.
           MOVE Holder-Customer-Id TO CUSTOMER-ID.
           READ Customer-Master-File
               INVALID KEY
                   ADD 1 TO Holders-Not-On-File
                   DISPLAY "Holder " Holder-Customer-Id " of account "
                       Event-Acct-Number " not on file."
           END-READ.
           IF Cust-File-Ok
               MOVE SPACES TO Suppress-Reason
               IF CUSTOMER-DECEASED
                   MOVE "DECEASED" TO Suppress-Reason
               ELSE
                   IF CUSTOMER-DO-NOT-CONTACT
                       MOVE "DO NOT CONTACT" TO Suppress-Reason
                   ELSE
                       IF CUSTOMER-MAIL-REFUSED
                           MOVE "MAIL REFUSED" TO Suppress-Reason
                       END-IF
                   END-IF
               END-IF
               IF Suppress-Reason NOT = SPACES
                   PERFORM List-Suppressed-Notice
               ELSE
                   PERFORM Set-Delivery-Channels
                   IF Print-Channel-Active
                       PERFORM Print-Notice-Letter
                   END-IF
                   IF Extract-Channel-Active
                       PERFORM Write-Notice-Extract
                   END-IF
               END-IF
           END-IF.

      *> Paper and electronic follow the statement delivery choice:
      *> electronic-only customers get no letter, "both" get both.
       Set-Delivery-Channels.
           IF CUSTOMER-STMT-BOTH
               MOVE "Y" TO Print-Channel-Switch
               MOVE "Y" TO Extract-Channel-Switch
           ELSE
               IF CUSTOMER-STMT-ELECTRONIC
                   MOVE "N" TO Print-Channel-Switch
                   MOVE "Y" TO Extract-Channel-Switch
               ELSE
                   MOVE "Y" TO Print-Channel-Switch
                   MOVE "N" TO Extract-Channel-Switch
               END-IF
           END-IF.

       List-Suppressed-Notice.
           ADD 1 TO Notices-Suppressed.
           MOVE CUSTOMER-ID TO Sdl-Customer-Id.
           MOVE CUSTOMER-FIRST-NAME TO Sdl-First-Name.
           MOVE CUSTOMER-LAST-NAME TO Sdl-Last-Name.
           PERFORM Set-Event-Label.
           MOVE Event-Acct-Number TO Sdl-Acct-Number.
           MOVE Suppress-Reason TO Sdl-Reason.
           MOVE Suppress-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Set-Event-Label.
           EVALUATE TRUE
               WHEN Event-Is-Nsf
                   MOVE "UNPAID DEBIT" TO Sdl-Event
               WHEN Event-Is-Rate-Change
                   MOVE "RATE CHANGE" TO Sdl-Event
               WHEN Event-Is-Dispute
                   MOVE "DISPUTE" TO Sdl-Event
               WHEN OTHER
                   MOVE "MATURITY" TO Sdl-Event
           END-EVALUATE.

       Print-Notice-Letter.
           ADD 1 TO Paper-Notices.
           ADD 1 TO Notice-Number.
           MOVE Today-Date TO Lhd-Date.
           MOVE Notice-Number TO Lhd-Number.
           MOVE Letter-Heading-Line TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE CUSTOMER-FIRST-NAME TO Lnm-First.
           MOVE CUSTOMER-LAST-NAME TO Lnm-Last.
           MOVE Letter-Name-Line TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE CUSTOMER-STREET TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE CUSTOMER-CITY TO Lct-City.
           MOVE CUSTOMER-STATE TO Lct-State.
           MOVE CUSTOMER-ZIP TO Lct-Zip.
           MOVE Letter-City-Line TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           EVALUATE TRUE
               WHEN Event-Is-Nsf
                   PERFORM Print-Nsf-Body
               WHEN Event-Is-Rate-Change
                   PERFORM Print-Rate-Body
               WHEN Event-Is-Dispute
                   PERFORM Print-Dispute-Body
               WHEN OTHER
                   PERFORM Print-Maturity-Body
           END-EVALUATE.
           MOVE SPACES TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE "Please contact your branch with any questions."
               TO Letter-Work-Line.
           PERFORM Write-Letter-Line.
           MOVE ALL "-" TO Letter-Work-Line.
           PERFORM Write-Letter-Line.

       Print-Nsf-Body.
           MOVE Event-Amount TO Letter-Amount.
           MOVE SPACES TO Letter-Work-Line.
           STRING "A debit of " DELIMITED BY SIZE
               Letter-Amount DELIMITED BY SIZE
               " to account " DELIMITED BY SIZE
               Event-Acct-Number DELIMITED BY SPACE
               INTO Letter-Work-Line
           END-STRING.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO Letter-Work-Line.
           STRING "could not be paid on " DELIMITED BY SIZE
               Event-Date DELIMITED BY SIZE
               " because the available balance" DELIMITED BY SIZE
               INTO Letter-Work-Line
           END-STRING.
           PERFORM Write-Letter-Line.
           MOVE "was not enough to cover it." TO Letter-Work-Line.
           PERFORM Write-Letter-Line.

       Print-Rate-Body.
           MOVE Event-Old-Rate TO Letter-Old-Rate.
           MOVE Event-New-Rate TO Letter-New-Rate.
           MOVE SPACES TO Letter-Work-Line.
           STRING "The interest rate on account " DELIMITED BY SIZE
               Event-Acct-Number DELIMITED BY SPACE
               " has changed" DELIMITED BY SIZE
               INTO Letter-Work-Line
           END-STRING.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO Letter-Work-Line.
           STRING "from " DELIMITED BY SIZE
               Letter-Old-Rate DELIMITED BY SIZE
               "% to " DELIMITED BY SIZE
               Letter-New-Rate DELIMITED BY SIZE
               "% effective " DELIMITED BY SIZE
               Event-Date DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO Letter-Work-Line
           END-STRING.
           PERFORM Write-Letter-Line.

       Print-Maturity-Body.
           MOVE SPACES TO Letter-Work-Line.
           STRING "Your term deposit account " DELIMITED BY SIZE
               Event-Acct-Number DELIMITED BY SPACE
               " matures on " DELIMITED BY SIZE
               Event-Date DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO Letter-Work-Line
           END-STRING.
           PERFORM Write-Letter-Line.
           EVALUATE Event-Maturity-Instr
               WHEN "R"
                   MOVE "It will be renewed for a further term."
                       TO Letter-Work-Line
               WHEN "P"
                   MOVE "The proceeds will be paid out to you."
                       TO Letter-Work-Line
               WHEN OTHER
                   MOVE "Please tell us how you would like it handled."
                       TO Letter-Work-Line
           END-EVALUATE.
           PERFORM Write-Letter-Line.

       Print-Dispute-Body.
           MOVE Event-Amount TO Letter-Amount.
           MOVE SPACES TO Letter-Work-Line.
           STRING "We have finished looking into your dispute of "
               DELIMITED BY SIZE
               Letter-Amount DELIMITED BY SIZE
               INTO Letter-Work-Line
           END-STRING.
           PERFORM Write-Letter-Line.
           MOVE SPACES TO Letter-Work-Line.
           STRING "debited to account " DELIMITED BY SIZE
               Event-Acct-Number DELIMITED BY SPACE
               " on " DELIMITED BY SIZE
               Event-Date DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO Letter-Work-Line
           END-STRING.
           PERFORM Write-Letter-Line.
           IF Event-Credit-Final
               MOVE "The provisional credit we made is now final."
                   TO Letter-Work-Line
           ELSE
               MOVE "The debit was found to be valid, so the"
                   TO Letter-Work-Line
               PERFORM Write-Letter-Line
               MOVE "provisional credit we made has been reversed."
                   TO Letter-Work-Line
           END-IF.
           PERFORM Write-Letter-Line.

       Write-Letter-Line.
           WRITE Notice-Print-Record FROM Letter-Work-Line.

       Write-Notice-Extract.
           ADD 1 TO Electronic-Notices.
           MOVE CUSTOMER-ID TO Nxtr-Customer-Id.
           MOVE CUSTOMER-FIRST-NAME TO Nxtr-First-Name.
           MOVE CUSTOMER-LAST-NAME TO Nxtr-Last-Name.
           MOVE Today-Date TO Nxtr-Notice-Date.
           MOVE Event-Type TO Nxtr-Event-Type.
           MOVE Event-Acct-Number TO Nxtr-Acct-Number.
           MOVE Event-Date TO Nxtr-Event-Date.
           MOVE Event-Amount TO Nxtr-Amount.
           MOVE Event-Old-Rate TO Nxtr-Old-Rate.
           MOVE Event-New-Rate TO Nxtr-New-Rate.
           MOVE Event-Maturity-Instr TO Nxtr-Maturity-Instr.
           MOVE Event-Dispute-Outcome TO Nxtr-Dispute-Outcome.
           WRITE Notice-Extract-Record.

       Print-Notice-Totals.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "  NOTICE TOTALS" TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "Unpaid-debit events" TO Tot-Label.
           MOVE Nsf-Events TO Tot-Count.
           PERFORM Write-Total-Line.
           MOVE "Rate-change events" TO Tot-Label.
           MOVE Rate-Events TO Tot-Count.
           PERFORM Write-Total-Line.
           MOVE "Maturity events" TO Tot-Label.
           MOVE Maturity-Events TO Tot-Count.
           PERFORM Write-Total-Line.
           MOVE "Dispute-resolution events" TO Tot-Label.
           MOVE Dispute-Events TO Tot-Count.
           PERFORM Write-Total-Line.
           MOVE "Paper notices printed" TO Tot-Label.
           MOVE Paper-Notices TO Tot-Count.
           PERFORM Write-Total-Line.
           MOVE "Electronic notices extracted" TO Tot-Label.
           MOVE Electronic-Notices TO Tot-Count.
           PERFORM Write-Total-Line.
           MOVE "Notices suppressed" TO Tot-Label.
           MOVE Notices-Suppressed TO Tot-Count.
           PERFORM Write-Total-Line.
           MOVE "Holders not on file" TO Tot-Label.
           MOVE Holders-Not-On-File TO Tot-Count.
           PERFORM Write-Total-Line.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "  Maturities noticed through " DELIMITED BY SIZE
               Window-End-Date DELIMITED BY SIZE
               INTO RPT-PRINT-LINE
           END-STRING.
           PERFORM Report-Write-Line.

       Write-Total-Line.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

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
           MOVE "CustomerNotification" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Events-Found TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Sdl-Customer-Id TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Sdl-First-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Sdl-Last-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Sdl-Event TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Sdl-Acct-Number TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Sdl-Reason TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
