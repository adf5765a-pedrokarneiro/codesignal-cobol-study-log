       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositProductChg.
      *> DepositProductChg gives advance notice of deposit-product
      *> changes: every DEPPROD version keyed in DepositProductMaint
      *> that has not yet taken effect is listed on the DEPPRCHG
      *> report with each open account on that product - its
      *> branch and balance, the interest rate and overdraft limit
      *> it is priced at today against what the new version will
      *> give it, and whether its fees change - so the branches
      *> can tell customers before the change arrives. An account
      *> on its own negotiated pricing is listed as unaffected.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the DEPPRCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per account the
      *> pending terms reach.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Deposit-Product-File ASSIGN TO "DEPPROD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPR-KEY
               FILE STATUS IS DPP-FILE-STATUS.

           SELECT Report-Print-File ASSIGN TO "DEPPRCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "DEPPRCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Deposit-Product-File.
       COPY DEPPROD.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Job-Log-File.
       COPY JOBLOG.

       FD  Run-Control-File.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
          88 Acct-File-Eof VALUE "10".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       COPY DEPPRDWS.

      *> The versions still to come, in product and date order.
       01 Pending-Max PIC 9(03) VALUE 50.
       01 Pending-Count PIC 9(03) VALUE 0.
       01 Pending-Sub PIC 9(03).
       01 Pending-Table.
           05 Pending-Entry OCCURS 50 TIMES.
               10 Pend-Code PIC X(04).
               10 Pend-Effective PIC 9(08).
               10 Pend-Terms PIC X(299).
       01 Pending-Overflow-Switch PIC X(01) VALUE "N".
          88 Pending-Overflowed VALUE "Y".

      *> The in-force terms, kept whole so the fee schedule can be
      *> compared with the pending version's.
       01 Current-Terms PIC X(299).
       01 Current-Found-Switch PIC X(01) VALUE "N".
          88 Current-Product-Found VALUE "Y".

       01 Today-Date PIC 9(08).
       01 Rate-Now PIC S9(3)V9999.
       01 Rate-New PIC S9(3)V9999.
       01 Od-Now PIC S9(7)V99.
       01 Od-New PIC S9(7)V99.
       01 Version-Accounts PIC 9(05) VALUE 0.
       01 Accounts-Listed PIC 9(05) VALUE 0.
       01 Accounts-Repriced PIC 9(05) VALUE 0.
       01 Accounts-Unaffected PIC 9(05) VALUE 0.

       01 Version-Line.
           05 FILLER               PIC X(10) VALUE "PRODUCT ".
           05 Ver-Code             PIC X(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ver-Name             PIC X(30).
           05 FILLER               PIC X(15) VALUE "  EFFECTIVE ".
           05 Ver-Effective        PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ver-Replaces         PIC X(40).

       01 Column-Line.
           05 FILLER               PIC X(18) VALUE "  ACCOUNT".
           05 FILLER               PIC X(06) VALUE "BRNCH".
           05 FILLER               PIC X(14) VALUE "      BALANCE".
           05 FILLER               PIC X(10) VALUE "RATE NOW".
           05 FILLER               PIC X(10) VALUE "RATE NEW".
           05 FILLER               PIC X(12) VALUE "     OD NOW".
           05 FILLER               PIC X(12) VALUE "     OD NEW".
           05 FILLER               PIC X(08) VALUE "FEES".
           05 FILLER               PIC X(25) VALUE "NOTE".

       01 Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Acct-Number      PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Branch           PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Balance          PIC -(9)9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Rate-Now         PIC ZZ9.9999.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Rate-New         PIC ZZ9.9999.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Od-Now           PIC -(7)9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Od-New           PIC -(7)9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Fees             PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Note             PIC X(25).

       01 Version-Total-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Vtot-Count           PIC ZZZZ9.
           05 FILLER               PIC X(30)
               VALUE " open account(s) on product".

       01 Summary-Line.
           05 FILLER               PIC X(24)
               VALUE "Pending versions:".
           05 Sum-Versions         PIC ZZ9.
           05 FILLER               PIC X(20)
               VALUE "   Accounts listed:".
           05 Sum-Listed           PIC ZZZZ9.
           05 FILLER               PIC X(13) VALUE "   Repriced:".
           05 Sum-Repriced         PIC ZZZZ9.
           05 FILLER               PIC X(15) VALUE "   Unaffected:".
           05 Sum-Unaffected       PIC ZZZZ9.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Load-Pending-Versions.
           IF Pending-Overflowed
               DISPLAY "More than " Pending-Max
                   " pending product versions on DEPPROD - refusing."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           MOVE Today-Date TO DPP-AS-OF-DATE.
           PERFORM LOAD-DEPOSIT-PRODUCTS.
           IF DPP-TABLE-OVERFLOWED
               DISPLAY "More than " DPP-MAX-PRODUCTS
                   " products on DEPPROD - refusing."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN OUTPUT Report-Print-File.
           MOVE "PENDING DEPOSIT PRODUCT CHANGES" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "PRODUCT," "EFFECTIVE," "ACCOUNT," "BRANCH,"
               "BALANCE," "RATE NOW," "RATE NEW," "OD LIMIT NOW,"
               "OD LIMIT NEW," "FEES," "NOTE"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           IF Pending-Count = 0
               MOVE "    No deposit-product changes pending."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           ELSE
               OPEN INPUT Account-Master-File
               IF Acct-File-Status = "35"
                   DISPLAY "No account-master file to list."
                   MOVE 8 TO RETURN-CODE
                   CLOSE Report-Print-File
                   PERFORM Write-Job-Log
                   STOP RUN
               END-IF
               PERFORM List-One-Pending-Version
                   VARYING Pending-Sub FROM 1 BY 1
                   UNTIL Pending-Sub > Pending-Count
               CLOSE Account-Master-File
           END-IF.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Pending-Count TO Sum-Versions.
           MOVE Accounts-Listed TO Sum-Listed.
           MOVE Accounts-Repriced TO Sum-Repriced.
           MOVE Accounts-Unaffected TO Sum-Unaffected.
           MOVE Summary-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           DISPLAY "Pending product versions: " Pending-Count.
           DISPLAY "Accounts listed: " Accounts-Listed.
           DISPLAY "Accounts repriced: " Accounts-Repriced.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> No product file simply means nothing is pending.
       Load-Pending-Versions.
           OPEN INPUT Deposit-Product-File.
           IF DPP-FILE-OK
               MOVE LOW-VALUES TO DPR-KEY
               START Deposit-Product-File KEY IS GREATER THAN DPR-KEY
                   INVALID KEY
                       SET DPP-FILE-EOF TO TRUE
               END-START
               IF DPP-FILE-OK
                   PERFORM READ-NEXT-DEPOSIT-PRODUCT
               END-IF
               PERFORM Keep-One-Pending-Version UNTIL DPP-FILE-EOF
               CLOSE Deposit-Product-File
           END-IF.

       Keep-One-Pending-Version.
           IF DPR-EFFECTIVE-DATE > Today-Date
               IF Pending-Count = Pending-Max
                   SET Pending-Overflowed TO TRUE
               ELSE
                   ADD 1 TO Pending-Count
                   MOVE DPR-PRODUCT-CODE TO Pend-Code(Pending-Count)
                   MOVE DPR-EFFECTIVE-DATE
                       TO Pend-Effective(Pending-Count)
                   MOVE DPR-TERMS TO Pend-Terms(Pending-Count)
               END-IF
           END-IF.
           PERFORM READ-NEXT-DEPOSIT-PRODUCT.

      *> One heading per pending version, then every account not
      *> yet closed that is on the product.
       List-One-Pending-Version.
           MOVE Pend-Terms(Pending-Sub) TO DPP-PRODUCT-TERMS.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Pend-Code(Pending-Sub) TO Ver-Code.
           MOVE DPP-PRD-NAME TO Ver-Name.
           MOVE Pend-Effective(Pending-Sub) TO Ver-Effective.
           MOVE Pend-Code(Pending-Sub) TO DPP-WANTED-CODE.
           PERFORM FIND-DEPOSIT-PRODUCT.
           MOVE SPACES TO Ver-Replaces.
           IF DPP-PRODUCT-FOUND
               STRING "REPLACES VERSION OF " DPP-FOUND-EFFECTIVE
                   DELIMITED BY SIZE INTO Ver-Replaces
               END-STRING
           ELSE
               MOVE "NEW PRODUCT" TO Ver-Replaces
           END-IF.
           MOVE Version-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Column-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE 0 TO Version-Accounts.
           MOVE LOW-VALUES TO Acct-Number.
           START Account-Master-File KEY IS GREATER THAN Acct-Number
               INVALID KEY
                   SET Acct-File-Eof TO TRUE
           END-START.
           IF Acct-File-Ok
               PERFORM Read-Next-Account
           END-IF.
           PERFORM Check-One-Account UNTIL Acct-File-Eof.
           MOVE "00" TO Acct-File-Status.
           MOVE Version-Accounts TO Vtot-Count.
           MOVE Version-Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Read-Next-Account.
           READ Account-Master-File NEXT RECORD
               AT END
                   SET Acct-File-Eof TO TRUE
           END-READ.

       Check-One-Account.
           IF Acct-Product-Code = Pend-Code(Pending-Sub)
               AND NOT Acct-Closed
               PERFORM List-Product-Account
           END-IF.
           PERFORM Read-Next-Account.

      *> Today's figures are the in-force version's where the
      *> account is priced by it, otherwise the account's own; the
      *> new figures are the pending version's tier rate for the
      *> balance and its overdraft allowance.
       List-Product-Account.
           ADD 1 TO Version-Accounts.
           ADD 1 TO Accounts-Listed.
           MOVE SPACES TO Detail-Line.
           MOVE Acct-Number TO Det-Acct-Number.
           MOVE Acct-Branch-Code TO Det-Branch.
           MOVE Acct-Balance TO Det-Balance.
           MOVE Acct-Interest-Rate TO Rate-Now.
           MOVE Acct-Overdraft-Limit TO Od-Now.
           MOVE Acct-Balance TO DPP-RATE-BALANCE.
           MOVE "N" TO Current-Found-Switch.
           MOVE Acct-Product-Code TO DPP-WANTED-CODE.
           PERFORM FIND-DEPOSIT-PRODUCT.
           IF DPP-PRODUCT-FOUND
               SET Current-Product-Found TO TRUE
               MOVE DPP-PRODUCT-TERMS TO Current-Terms
           END-IF.
           IF Acct-Own-Pricing
               MOVE Rate-Now TO Rate-New
               MOVE Od-Now TO Od-New
               MOVE "SAME" TO Det-Fees
               MOVE "OWN PRICING - UNAFFECTED" TO Det-Note
               ADD 1 TO Accounts-Unaffected
           ELSE
               IF Current-Product-Found
                   MOVE DPP-PRD-EFFECTIVE-OD-LIMIT TO Od-Now
                   PERFORM FIND-PRODUCT-TIER-RATE
                   IF DPP-TIER-RATE-IS-FOUND
                       MOVE DPP-TIER-RATE-FOUND TO Rate-Now
                   END-IF
               END-IF
               MOVE Pend-Terms(Pending-Sub) TO DPP-PRODUCT-TERMS
               MOVE Rate-Now TO Rate-New
               PERFORM FIND-PRODUCT-TIER-RATE
               IF DPP-TIER-RATE-IS-FOUND
                   MOVE DPP-TIER-RATE-FOUND TO Rate-New
               END-IF
               MOVE 0 TO Od-New
               IF DPP-PRD-OD-ALLOWED
                   MOVE DPP-PRD-OD-LIMIT TO Od-New
               END-IF
               IF NOT Current-Product-Found
                   MOVE "NEW" TO Det-Fees
               ELSE
                   IF Current-Terms(134:166)
                       = Pend-Terms(Pending-Sub)(134:166)
                       MOVE "SAME" TO Det-Fees
                   ELSE
                       MOVE "CHANGED" TO Det-Fees
                   END-IF
               END-IF
               IF Rate-New NOT = Rate-Now
                   OR Od-New NOT = Od-Now
                   OR Det-Fees NOT = "SAME"
                   MOVE "REPRICED" TO Det-Note
                   ADD 1 TO Accounts-Repriced
               ELSE
                   MOVE "NO CHANGE" TO Det-Note
               END-IF
           END-IF.
           MOVE Rate-Now TO Det-Rate-Now.
           MOVE Rate-New TO Det-Rate-New.
           MOVE Od-Now TO Det-Od-Now.
           MOVE Od-New TO Det-Od-New.
           MOVE Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

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
           MOVE "DepositProductChg" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Accounts-Listed TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Pend-Code(Pending-Sub) TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Pend-Effective(Pending-Sub) TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Det-Acct-Number TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Det-Branch TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Acct-Balance TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Rate-Now TO RPT-CSV-RATE.
           PERFORM Report-Csv-Add-Rate.
           MOVE Rate-New TO RPT-CSV-RATE.
           PERFORM Report-Csv-Add-Rate.
           MOVE Od-Now TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Od-New TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Det-Fees TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Det-Note TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.

       COPY DEPPRDPR.
