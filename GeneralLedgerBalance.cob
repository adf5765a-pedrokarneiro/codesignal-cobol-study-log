       IDENTIFICATION DIVISION.
       PROGRAM-ID. GeneralLedgerBalance.
      *> GeneralLedgerBalance is the nightly step that keeps the
      *> general ledger GeneralLedgerExtract feeds. Each GLEXTR line
      *> is posted to its account on the GLBALMST balance master
      *> (added the first time an account appears), and the GLBALCTL
      *> control file remembers the last extract date applied so a
      *> rerun never posts the same day twice. Opening balances are
      *> loaded the same way, from a GLEXTR-layout file dated before
      *> the first business date. The GLTRIAL report then prints the
      *> trial balance - every account's debit or credit balance -
      *> which must net to zero; a ledger that does not refuses the
      *> step with condition code 8 and a severe operator alert.
      *> Last, the control accounts named on the GLRECON parameter
      *> file are reconciled to their subledgers: the deposit
      *> control accounts to the sum of ACCT-BALANCE on ACCTMSTR and
      *> the loan control accounts to the sum of LOAN-BALANCE on
      *> LOANMSTR. A difference beyond the subledger's tolerance
      *> raises an operator warning on ALERTFIL.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: A foreign-currency account's balance now joins
      *> the deposit subledger total at its local-currency value at
      *> the business date's EXCHRATE rate. Movement in the rate
      *> since the balance was booked shows as a reconciliation
      *> difference until the month-end revaluation is journaled.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the GLTRLCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per trial balance
      *> account.
      *> 2026-10-15: GLRECON inventory control accounts ("I") are
      *> passed by here; InventoryGlProof proves them at month end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Gl-Extract-File ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Extr-File-Status.

           SELECT Gl-Balance-File ASSIGN TO "GLBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-GL-ACCOUNT
               FILE STATUS IS Glb-File-Status.

           SELECT Gl-Control-File ASSIGN TO "GLBALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Glctl-File-Status.

           SELECT Gl-Recon-Parm-File ASSIGN TO "GLRECON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Glr-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Exchange-Rate-File ASSIGN TO "EXCHRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRT-KEY
               FILE STATUS IS FXR-FILE-STATUS.

           SELECT Loan-Master-File ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS Loan-File-Status.

           SELECT Report-Print-File ASSIGN TO "GLTRIAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "GLTRLCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Alert-File ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Gl-Extract-File.
       COPY GLEXTR.

       FD  Gl-Balance-File.
       COPY GLBAL.

       FD  Gl-Control-File.
       01 Gl-Control-Record.
           05 Glctl-Last-Applied-Date PIC 9(08).

       FD  Gl-Recon-Parm-File.
       COPY GLRECON.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Exchange-Rate-File.
       COPY EXCHRATE.

       FD  Loan-Master-File.
       COPY LOANREC.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Job-Log-File.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Extr-File-Status PIC X(02) VALUE "00".
          88 Extr-File-Ok VALUE "00".
          88 Extr-File-Eof VALUE "10".

       01 Glb-File-Status PIC X(02) VALUE "00".
          88 Glb-File-Ok VALUE "00".
          88 Glb-File-Eof VALUE "10".

       01 Glctl-File-Status PIC X(02) VALUE "00".
          88 Glctl-File-Ok VALUE "00".

       01 Glr-File-Status PIC X(02) VALUE "00".
          88 Glr-File-Ok VALUE "00".
          88 Glr-File-Eof VALUE "10".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
          88 Acct-File-Eof VALUE "10".

       01 Loan-File-Status PIC X(02) VALUE "00".
          88 Loan-File-Ok VALUE "00".
          88 Loan-File-Eof VALUE "10".

       01 Rpt-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.
       COPY FXRATEWS.

       01 Today-Date PIC 9(08).
       01 Last-Applied-Date PIC 9(08) VALUE 0.
       01 Newest-Applied-Date PIC 9(08) VALUE 0.

       01 Extract-Lines-Read PIC 9(07) VALUE 0.
       01 Extract-Lines-Applied PIC 9(07) VALUE 0.
       01 Extract-Lines-Skipped PIC 9(07) VALUE 0.
       01 Gl-Accounts-Added PIC 9(05) VALUE 0.

       01 Trial-Account-Count PIC 9(05) VALUE 0.
       01 Trial-Debit-Total PIC S9(13)V99 VALUE 0.
       01 Trial-Credit-Total PIC S9(13)V99 VALUE 0.
       01 Trial-Net PIC S9(13)V99 VALUE 0.
       01 Credit-Balance-Work PIC S9(13)V99.

      *> One entry per subledger: "D" deposits, "L" loans.
       01 Recon-Table.
           05 Recon-Entry OCCURS 2 TIMES.
              10 Rcn-Name              PIC X(10).
              10 Rcn-Account-Count     PIC 9(03).
              10 Rcn-Tolerance         PIC S9(7)V99.
              10 Rcn-Gl-Total          PIC S9(13)V99.
              10 Rcn-Subledger-Total   PIC S9(13)V99.
              10 Rcn-Difference        PIC S9(13)V99.
       01 Recon-Sub PIC 9(01).
       01 Recon-Lines-Read PIC 9(05) VALUE 0.
       01 Recon-Differences PIC 9(05) VALUE 0.
       01 Absolute-Difference PIC S9(13)V99.
       01 Unpriced-Accounts PIC 9(05) VALUE 0.

       01 Trial-Heading-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "GL ACCOUNT".
           05 FILLER               PIC X(24)
               VALUE "           DEBIT BALANCE".
           05 FILLER               PIC X(24)
               VALUE "          CREDIT BALANCE".
           05 FILLER               PIC X(14) VALUE "  LAST POSTED".

       01 Trial-Detail-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Tdl-Gl-Account       PIC 9(08).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Tdl-Debit            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Tdl-Credit           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 Tdl-Last-Posted      PIC 9(08).

       01 Trial-Total-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Ttl-Label            PIC X(12).
           05 Ttl-Debit            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Ttl-Credit           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 Recon-Heading-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "SUBLEDGER".
           05 FILLER               PIC X(24)
               VALUE "        GENERAL LEDGER".
           05 FILLER               PIC X(24)
               VALUE "             SUBLEDGER".
           05 FILLER               PIC X(24)
               VALUE "            DIFFERENCE".
           05 FILLER               PIC X(16) VALUE "   TOLERANCE".

       01 Recon-Detail-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Rdl-Name             PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Rdl-Gl-Total         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Rdl-Subledger-Total  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Rdl-Difference       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Rdl-Tolerance        PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Rdl-Result           PIC X(12).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Read-Gl-Control.
           OPEN I-O Gl-Balance-File.
           IF Glb-File-Status = "35"
               OPEN OUTPUT Gl-Balance-File
               CLOSE Gl-Balance-File
               OPEN I-O Gl-Balance-File
           END-IF.
           PERFORM Apply-Gl-Extract.
           IF Newest-Applied-Date > Last-Applied-Date
               MOVE Newest-Applied-Date TO Glctl-Last-Applied-Date
               OPEN OUTPUT Gl-Control-File
               WRITE Gl-Control-Record
               CLOSE Gl-Control-File
           END-IF.
           OPEN OUTPUT Report-Print-File.
           MOVE "GENERAL LEDGER TRIAL BALANCE" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "GL ACCOUNT," "DEBIT BALANCE," "CREDIT BALANCE,"
               "LAST POSTED"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           PERFORM Print-Trial-Balance.
           PERFORM Reconcile-Subledgers.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Gl-Balance-File.
           DISPLAY "GL extract lines read: " Extract-Lines-Read.
           DISPLAY "GL extract lines applied: " Extract-Lines-Applied.
           IF Extract-Lines-Skipped > 0
               DISPLAY "GL extract lines already applied: "
                   Extract-Lines-Skipped
           END-IF.
           DISPLAY "GL accounts added: " Gl-Accounts-Added.
           DISPLAY "Trial balance debits:  " Trial-Debit-Total.
           DISPLAY "Trial balance credits: " Trial-Credit-Total.
           DISPLAY "Subledger differences: " Recon-Differences.
           IF Trial-Net NOT = 0
               DISPLAY "TRIAL BALANCE OUT BY " Trial-Net
               MOVE 9001 TO Alert-Err-Code
               MOVE "GL trial balance does not net to zero"
                   TO Alert-Text
               SET Alert-Severe TO TRUE
               PERFORM Write-Operator-Alert
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> A missing control file means nothing has been applied yet.
       Read-Gl-Control.
           OPEN INPUT Gl-Control-File.
           IF Glctl-File-Ok
               READ Gl-Control-File
                   NOT AT END
                       MOVE Glctl-Last-Applied-Date
                           TO Last-Applied-Date
               END-READ
               CLOSE Gl-Control-File
           END-IF.

      *> Lines dated on or before the last date applied were posted
      *> by an earlier run and are skipped.
       Apply-Gl-Extract.
           OPEN INPUT Gl-Extract-File.
           IF NOT Extr-File-Ok
               DISPLAY "No GLEXTR extract - balances carried forward"
                   " unchanged."
           ELSE
               PERFORM Read-Next-Extract-Line
               PERFORM Apply-One-Extract-Line UNTIL Extr-File-Eof
               CLOSE Gl-Extract-File
           END-IF.

       Read-Next-Extract-Line.
           READ Gl-Extract-File
               AT END
                   SET Extr-File-Eof TO TRUE
           END-READ.

       Apply-One-Extract-Line.
           ADD 1 TO Extract-Lines-Read.
           IF Glx-Business-Date <= Last-Applied-Date
               ADD 1 TO Extract-Lines-Skipped
           ELSE
               PERFORM Post-Extract-Line
           END-IF.
           PERFORM Read-Next-Extract-Line.

       Post-Extract-Line.
           MOVE Glx-Gl-Account TO Glb-Gl-Account.
           READ Gl-Balance-File
               INVALID KEY
                   PERFORM Add-Gl-Account
           END-READ.
           IF Glx-Side-Debit
               ADD Glx-Amount TO Glb-Debit-Total
               ADD Glx-Amount TO Glb-Balance
           ELSE
               ADD Glx-Amount TO Glb-Credit-Total
               SUBTRACT Glx-Amount FROM Glb-Balance
           END-IF.
           MOVE Glx-Business-Date TO Glb-Last-Posted-Date.
           REWRITE Gl-Balance-Record.
           ADD 1 TO Extract-Lines-Applied.
           IF Glx-Business-Date > Newest-Applied-Date
               MOVE Glx-Business-Date TO Newest-Applied-Date
           END-IF.

       Add-Gl-Account.
           MOVE SPACES TO Gl-Balance-Record.
           MOVE Glx-Gl-Account TO Glb-Gl-Account.
           MOVE 0 TO Glb-Debit-Total.
           MOVE 0 TO Glb-Credit-Total.
           MOVE 0 TO Glb-Balance.
           MOVE Glx-Business-Date TO Glb-Opened-Date.
           MOVE 0 TO Glb-Last-Posted-Date.
           WRITE Gl-Balance-Record.
           ADD 1 TO Gl-Accounts-Added.
           MOVE "00" TO Glb-File-Status.

      *> Every account prints on the side its balance falls; the
      *> two columns must total the same.
       Print-Trial-Balance.
           MOVE Trial-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE LOW-VALUES TO Gl-Balance-Record.
           MOVE 0 TO Glb-Gl-Account.
           START Gl-Balance-File KEY IS NOT LESS THAN Glb-Gl-Account
               INVALID KEY
                   SET Glb-File-Eof TO TRUE
           END-START.
           IF Glb-File-Ok
               PERFORM Read-Next-Gl-Balance
           END-IF.
           PERFORM Print-One-Gl-Balance UNTIL Glb-File-Eof.
           MOVE "00" TO Glb-File-Status.
           IF Trial-Account-Count = 0
               MOVE "    No general-ledger balances on file."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Trial-Total-Line.
           MOVE "TOTALS" TO Ttl-Label.
           MOVE Trial-Debit-Total TO Ttl-Debit.
           MOVE Trial-Credit-Total TO Ttl-Credit.
           MOVE Trial-Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           COMPUTE Trial-Net = Trial-Debit-Total - Trial-Credit-Total.
           IF Trial-Net = 0
               MOVE "    Trial balance nets to zero."
                   TO RPT-PRINT-LINE
           ELSE
               MOVE "    *** TRIAL BALANCE DOES NOT NET TO ZERO ***"
                   TO RPT-PRINT-LINE
           END-IF.
           PERFORM Report-Write-Line.

       Read-Next-Gl-Balance.
           READ Gl-Balance-File NEXT RECORD
               AT END
                   SET Glb-File-Eof TO TRUE
           END-READ.

       Print-One-Gl-Balance.
           ADD 1 TO Trial-Account-Count.
           MOVE SPACES TO Trial-Detail-Line.
           MOVE Glb-Gl-Account TO Tdl-Gl-Account.
           IF Glb-Balance >= 0
               MOVE Glb-Balance TO Tdl-Debit
               ADD Glb-Balance TO Trial-Debit-Total
           ELSE
               COMPUTE Credit-Balance-Work = 0 - Glb-Balance
               MOVE Credit-Balance-Work TO Tdl-Credit
               ADD Credit-Balance-Work TO Trial-Credit-Total
           END-IF.
           MOVE Glb-Last-Posted-Date TO Tdl-Last-Posted.
           MOVE Trial-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.
           PERFORM Read-Next-Gl-Balance.

      *> The GLRECON control accounts are totaled per subledger and
      *> set against the subledger masters. Deposits are a credit
      *> balance on the ledger, so the GL side is negated to compare
      *> with the positive ACCT-BALANCE total.
       Reconcile-Subledgers.
           INITIALIZE Recon-Table.
           MOVE "DEPOSITS" TO Rcn-Name(1).
           MOVE "LOANS" TO Rcn-Name(2).
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "  SUBLEDGER RECONCILIATION" TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           OPEN INPUT Gl-Recon-Parm-File.
           IF NOT Glr-File-Ok
               MOVE "    No GLRECON control accounts defined - no"
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
               MOVE "    subledger reconciliation performed."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           ELSE
               PERFORM Read-Next-Recon-Parm
               PERFORM Total-One-Control-Account UNTIL Glr-File-Eof
               CLOSE Gl-Recon-Parm-File
               PERFORM Total-Deposit-Subledger
               PERFORM Total-Loan-Subledger
               MOVE Recon-Heading-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
               PERFORM Print-One-Reconciliation
                   VARYING Recon-Sub FROM 1 BY 1
                   UNTIL Recon-Sub > 2
           END-IF.

       Read-Next-Recon-Parm.
           READ Gl-Recon-Parm-File
               AT END
                   SET Glr-File-Eof TO TRUE
           END-READ.

       Total-One-Control-Account.
           ADD 1 TO Recon-Lines-Read.
           MOVE 0 TO Recon-Sub.
           IF Glr-Deposit-Subledger
               MOVE 1 TO Recon-Sub
           END-IF.
           IF Glr-Loan-Subledger
               MOVE 2 TO Recon-Sub
           END-IF.
           IF Recon-Sub = 0
               IF NOT Glr-Inventory-Subledger
                   DISPLAY "GLRECON line " Recon-Lines-Read
                       " has no D or L subledger - ignored."
               END-IF
           ELSE
               IF Rcn-Account-Count(Recon-Sub) = 0
                   MOVE Glr-Tolerance TO Rcn-Tolerance(Recon-Sub)
               END-IF
               ADD 1 TO Rcn-Account-Count(Recon-Sub)
               MOVE Glr-Gl-Account TO Glb-Gl-Account
               READ Gl-Balance-File
                   INVALID KEY
                       MOVE 0 TO Glb-Balance
               END-READ
               IF Glr-Deposit-Subledger
                   SUBTRACT Glb-Balance FROM Rcn-Gl-Total(Recon-Sub)
               ELSE
                   ADD Glb-Balance TO Rcn-Gl-Total(Recon-Sub)
               END-IF
           END-IF.
           PERFORM Read-Next-Recon-Parm.

       Total-Deposit-Subledger.
           IF Rcn-Account-Count(1) > 0
               OPEN INPUT Account-Master-File
               IF Acct-File-Status = "35"
                   DISPLAY "No account-master file - deposits"
                       " reconcile against zero."
               ELSE
                   MOVE Today-Date TO FXR-AS-OF-DATE
                   PERFORM LOAD-EXCHANGE-RATES
                   MOVE LOW-VALUES TO Acct-Number
                   START Account-Master-File
                       KEY IS GREATER THAN Acct-Number
                       INVALID KEY
                           SET Acct-File-Eof TO TRUE
                   END-START
                   IF Acct-File-Ok
                       PERFORM Read-Next-Account
                   END-IF
                   PERFORM Total-One-Account UNTIL Acct-File-Eof
                   CLOSE Account-Master-File
                   IF Unpriced-Accounts > 0
                       DISPLAY "Foreign accounts with no rate,"
                           " totaled at face: " Unpriced-Accounts
                   END-IF
               END-IF
           END-IF.

       Read-Next-Account.
           READ Account-Master-File NEXT RECORD
               AT END
                   SET Acct-File-Eof TO TRUE
           END-READ.

       Total-One-Account.
           MOVE Acct-Currency-Code TO FXR-WANTED-CURRENCY.
           PERFORM FIND-EXCHANGE-RATE.
           MOVE Acct-Balance TO FXR-FOREIGN-AMOUNT.
           IF FXR-RATE-FOUND
               PERFORM CONVERT-TO-LOCAL
           ELSE
               ADD 1 TO Unpriced-Accounts
               MOVE FXR-FOREIGN-AMOUNT TO FXR-LOCAL-AMOUNT
           END-IF.
           ADD FXR-LOCAL-AMOUNT TO Rcn-Subledger-Total(1).
           PERFORM Read-Next-Account.

       Total-Loan-Subledger.
           IF Rcn-Account-Count(2) > 0
               OPEN INPUT Loan-Master-File
               IF Loan-File-Status = "35"
                   DISPLAY "No loan-master file - loans reconcile"
                       " against zero."
               ELSE
                   MOVE LOW-VALUES TO Loan-Number
                   START Loan-Master-File
                       KEY IS GREATER THAN Loan-Number
                       INVALID KEY
                           SET Loan-File-Eof TO TRUE
                   END-START
                   IF Loan-File-Ok
                       PERFORM Read-Next-Loan
                   END-IF
                   PERFORM Total-One-Loan UNTIL Loan-File-Eof
                   CLOSE Loan-Master-File
               END-IF
           END-IF.

       Read-Next-Loan.
           READ Loan-Master-File NEXT RECORD
               AT END
                   SET Loan-File-Eof TO TRUE
           END-READ.

       Total-One-Loan.
           ADD Loan-Balance TO Rcn-Subledger-Total(2).
           PERFORM Read-Next-Loan.

       Print-One-Reconciliation.
           IF Rcn-Account-Count(Recon-Sub) > 0
               COMPUTE Rcn-Difference(Recon-Sub) =
                   Rcn-Gl-Total(Recon-Sub)
                   - Rcn-Subledger-Total(Recon-Sub)
               MOVE Rcn-Difference(Recon-Sub) TO Absolute-Difference
               IF Absolute-Difference < 0
                   COMPUTE Absolute-Difference =
                       0 - Absolute-Difference
               END-IF
               MOVE SPACES TO Recon-Detail-Line
               MOVE Rcn-Name(Recon-Sub) TO Rdl-Name
               MOVE Rcn-Gl-Total(Recon-Sub) TO Rdl-Gl-Total
               MOVE Rcn-Subledger-Total(Recon-Sub)
                   TO Rdl-Subledger-Total
               MOVE Rcn-Difference(Recon-Sub) TO Rdl-Difference
               MOVE Rcn-Tolerance(Recon-Sub) TO Rdl-Tolerance
               IF Absolute-Difference > Rcn-Tolerance(Recon-Sub)
                   MOVE "OUT OF TOL" TO Rdl-Result
                   PERFORM Raise-Recon-Alert
               ELSE
                   MOVE "AGREES" TO Rdl-Result
               END-IF
               MOVE Recon-Detail-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.

       Raise-Recon-Alert.
           ADD 1 TO Recon-Differences.
           MOVE 9001 TO Alert-Err-Code.
           MOVE SPACES TO Alert-Text.
           STRING Rcn-Name(Recon-Sub) DELIMITED BY SPACE
               " GL control differs from subledger"
               DELIMITED BY SIZE INTO Alert-Text
           END-STRING.
           SET Alert-Warning TO TRUE.
           PERFORM Write-Operator-Alert.
           DISPLAY "  " Rcn-Name(Recon-Sub) " GL "
               Rcn-Gl-Total(Recon-Sub) " subledger "
               Rcn-Subledger-Total(Recon-Sub).

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
           MOVE "GeneralLedgerBalance" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Extract-Lines-Applied TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Write-Operator-Alert.
           MOVE "GeneralLedgerBalance" TO Alert-Program-Id.
           MOVE Today-Date TO Alert-Business-Date.
           OPEN EXTEND Alert-File.
           IF Alert-File-Status = "35"
               CLOSE Alert-File
               OPEN OUTPUT Alert-File
           END-IF.
           MOVE "N" TO Alert-Ack-Flag.
           MOVE SPACES TO Alert-Ack-User.
           MOVE 0 TO Alert-Ack-Date.
           WRITE Operator-Alert-Record.
           CLOSE Alert-File.

       Build-Csv-Row.
           MOVE Glb-Gl-Account TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           IF Glb-Balance >= 0
               MOVE Glb-Balance TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
               MOVE 0 TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
           ELSE
               MOVE 0 TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
               MOVE Credit-Balance-Work TO RPT-CSV-AMOUNT
               PERFORM Report-Csv-Add-Amount
           END-IF.
           MOVE Glb-Last-Posted-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
       COPY FXRATEPR.
