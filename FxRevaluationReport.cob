       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxRevaluationReport.
      *> FxRevaluationReport is the month-end revaluation of the
      *> foreign-currency deposit base. Every open ACCTMSTR account
      *> held in a currency other than local is valued at the
      *> closing rate - the latest EXCHRATE rate on or before the
      *> RUNCTL business date - and the FXREVAL report lists each
      *> account's balance in its own currency beside its local
      *> equivalent, grouped by currency under a heading giving the
      *> closing rate and the date it was keyed, with currency
      *> subtotals and a local-currency grand total for finance to
      *> journal the revaluation from. A currency with no rate at
      *> all is listed at zero local value and ends the step with
      *> condition code 4, so treasury keys the missing rate and
      *> the report is run again.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the FXREVCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per revalued
      *> account.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT Report-Print-File ASSIGN TO "FXREVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "FXREVCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Sort-Work-File ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Exchange-Rate-File.
       COPY EXCHRATE.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       SD  Sort-Work-File.
       01 Sort-Work-Record.
           05 Swr-Currency-Code     PIC X(03).
           05 Swr-Acct-Number       PIC X(15).
           05 Swr-Customer-Name     PIC X(30).
           05 Swr-Balance           PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
          88 Acct-File-Eof VALUE "10".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.
       COPY FXRATEWS.

       01 Today-Date PIC 9(08).
       01 Accounts-Read PIC 9(07) VALUE 0.
       01 Foreign-Accounts PIC 9(07) VALUE 0.
       01 Unpriced-Currencies PIC 9(03) VALUE 0.

       01 Sort-Return-Done-Flag PIC X(01) VALUE "N".
          88 Sort-Return-Done VALUE "Y".
       01 First-Group-Flag PIC X(01) VALUE "Y".
          88 First-Group VALUE "Y".
       01 Current-Currency PIC X(03).

       01 Currency-Account-Count PIC 9(05) VALUE 0.
       01 Currency-Foreign-Total PIC S9(13)V99 VALUE 0.
       01 Currency-Local-Total PIC S9(13)V99 VALUE 0.
       01 Grand-Local-Total PIC S9(13)V99 VALUE 0.

       01 Column-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE "ACCOUNT".
           05 FILLER               PIC X(32) VALUE "CUSTOMER NAME".
           05 FILLER               PIC X(20)
              VALUE "     FOREIGN BALANCE".
           05 FILLER               PIC X(22)
              VALUE "      LOCAL EQUIVALENT".

       01 Currency-Heading-Line.
           05 FILLER               PIC X(11) VALUE "  CURRENCY ".
           05 Chl-Currency         PIC X(03).
           05 FILLER               PIC X(16)
              VALUE "   CLOSING RATE ".
           05 Chl-Rate             PIC ZZZZ9.999999.
           05 FILLER               PIC X(10) VALUE "  KEYED ON".
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Chl-Rate-Date        PIC 9(08).

       01 No-Rate-Line.
           05 FILLER               PIC X(11) VALUE "  CURRENCY ".
           05 Nrl-Currency         PIC X(03).
           05 FILLER               PIC X(50)
              VALUE "   NO EXCHANGE RATE ON FILE - VALUED AT ZERO".

       01 Detail-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Det-Acct-Number      PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Customer-Name    PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Foreign-Balance  PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Det-Currency         PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Det-Local-Amount     PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01 Total-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Tot-Label            PIC X(47).
           05 Tot-Foreign-Total    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tot-Currency         PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Tot-Local-Total      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Control SECTION.
       Main-Logic.
           PERFORM Read-Business-Date.
           MOVE Today-Date TO FXR-AS-OF-DATE.
           PERFORM LOAD-EXCHANGE-RATES.
           IF FXR-TABLE-OVERFLOWED
               DISPLAY "More than " FXR-MAX-CURRENCIES
                   " currencies on EXCHRATE - refusing."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Account-Master-File.
           IF Acct-File-Status = "35"
               DISPLAY "No account-master file to revalue."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Report-Print-File.
           MOVE "FOREIGN CURRENCY REVALUATION" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "ACCOUNT," "CUSTOMER," "CURRENCY," "FOREIGN BALANCE,"
               "CLOSING RATE," "LOCAL EQUIVALENT"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Column-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           SORT Sort-Work-File
               ASCENDING KEY Swr-Currency-Code Swr-Acct-Number
               INPUT PROCEDURE IS Select-Foreign-Accounts
               OUTPUT PROCEDURE IS Print-Revaluation.
           IF NOT First-Group
               PERFORM Print-Currency-Subtotal
           END-IF.
           IF Foreign-Accounts = 0
               MOVE "    No foreign-currency accounts open."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "GRAND TOTAL LOCAL EQUIVALENT" TO Tot-Label.
           MOVE Grand-Local-Total TO Tot-Local-Total.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Account-Master-File.
           DISPLAY "Accounts read: " Accounts-Read.
           DISPLAY "Foreign-currency accounts: " Foreign-Accounts.
           DISPLAY "Local equivalent: " Grand-Local-Total.
           IF Unpriced-Currencies > 0
               DISPLAY "Currencies with no rate: " Unpriced-Currencies
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       Select-Foreign-Accounts SECTION.
       Select-Start.
           MOVE LOW-VALUES TO Acct-Number.
           START Account-Master-File KEY IS GREATER THAN Acct-Number
               INVALID KEY
                   SET Acct-File-Eof TO TRUE
           END-START.
           IF Acct-File-Ok
               PERFORM Read-Next-Account
           END-IF.
           PERFORM Select-One-Account UNTIL Acct-File-Eof.
           GO TO Select-Exit.

       Read-Next-Account.
           READ Account-Master-File NEXT RECORD
               AT END
                   SET Acct-File-Eof TO TRUE
           END-READ.

       Select-One-Account.
           ADD 1 TO Accounts-Read.
           IF NOT Acct-Local-Currency
               AND NOT Acct-Closed
               ADD 1 TO Foreign-Accounts
               MOVE Acct-Currency-Code TO Swr-Currency-Code
               MOVE Acct-Number TO Swr-Acct-Number
               MOVE Acct-Customer-Name TO Swr-Customer-Name
               MOVE Acct-Balance TO Swr-Balance
               RELEASE Sort-Work-Record
           END-IF.
           PERFORM Read-Next-Account.

       Select-Exit.
           EXIT.

       Print-Revaluation SECTION.
       Print-Start.
           MOVE "N" TO Sort-Return-Done-Flag.
           PERFORM Print-Revaluation-Line UNTIL Sort-Return-Done.
           GO TO Print-Exit.

       Print-Revaluation-Line.
           RETURN Sort-Work-File
               AT END
                   SET Sort-Return-Done TO TRUE
               NOT AT END
                   PERFORM Print-One-Account
           END-RETURN.

       Print-One-Account.
           IF First-Group
               MOVE "N" TO First-Group-Flag
               MOVE Swr-Currency-Code TO Current-Currency
               PERFORM Print-Currency-Heading
           END-IF.
           IF Swr-Currency-Code NOT = Current-Currency
               PERFORM Print-Currency-Subtotal
               MOVE Swr-Currency-Code TO Current-Currency
               PERFORM Print-Currency-Heading
           END-IF.
           MOVE Swr-Balance TO FXR-FOREIGN-AMOUNT.
           MOVE 0 TO FXR-LOCAL-AMOUNT.
           IF FXR-RATE-FOUND
               PERFORM CONVERT-TO-LOCAL
           END-IF.
           ADD 1 TO Currency-Account-Count.
           ADD Swr-Balance TO Currency-Foreign-Total.
           ADD FXR-LOCAL-AMOUNT TO Currency-Local-Total.
           ADD FXR-LOCAL-AMOUNT TO Grand-Local-Total.
           MOVE Swr-Acct-Number TO Det-Acct-Number.
           MOVE Swr-Customer-Name TO Det-Customer-Name.
           MOVE Swr-Balance TO Det-Foreign-Balance.
           MOVE Swr-Currency-Code TO Det-Currency.
           MOVE FXR-LOCAL-AMOUNT TO Det-Local-Amount.
           MOVE Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Print-Exit.
           EXIT.

       Report-Helpers SECTION.

      *> The rate found here stays in FXR-FOUND-RATE for every
      *> account of the currency.
       Print-Currency-Heading.
           MOVE 0 TO Currency-Account-Count.
           MOVE 0 TO Currency-Foreign-Total.
           MOVE 0 TO Currency-Local-Total.
           MOVE Current-Currency TO FXR-WANTED-CURRENCY.
           PERFORM FIND-EXCHANGE-RATE.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           IF FXR-RATE-FOUND
               MOVE Current-Currency TO Chl-Currency
               MOVE FXR-FOUND-RATE TO Chl-Rate
               MOVE FXR-FOUND-DATE TO Chl-Rate-Date
               MOVE Currency-Heading-Line TO RPT-PRINT-LINE
           ELSE
               ADD 1 TO Unpriced-Currencies
               MOVE Current-Currency TO Nrl-Currency
               MOVE No-Rate-Line TO RPT-PRINT-LINE
           END-IF.
           PERFORM Report-Write-Line.

       Print-Currency-Subtotal.
           MOVE SPACES TO Total-Line.
           MOVE SPACES TO Tot-Label.
           STRING "TOTAL " Current-Currency " - "
               Currency-Account-Count " ACCOUNT(S)"
               DELIMITED BY SIZE INTO Tot-Label
           END-STRING.
           MOVE Currency-Foreign-Total TO Tot-Foreign-Total.
           MOVE Current-Currency TO Tot-Currency.
           MOVE Currency-Local-Total TO Tot-Local-Total.
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

       Build-Csv-Row.
           MOVE Swr-Acct-Number TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Swr-Customer-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Swr-Currency-Code TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Swr-Balance TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           IF FXR-RATE-FOUND
               MOVE FXR-FOUND-RATE TO RPT-CSV-RATE
               PERFORM Report-Csv-Add-Rate
           ELSE
               PERFORM Report-Csv-Add-Text
           END-IF.
           MOVE FXR-LOCAL-AMOUNT TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.

       COPY FXRATEPR.
