       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxRateMaintenance.
      *> FxRateMaintenance is treasury's menu for the EXCHRATE
      *> exchange-rate file, built on the same menu shape
      *> BranchMaintenance uses for BRNCHCTL. Each business day
      *> treasury keys the local-currency value of one unit of
      *> every foreign currency the bank holds accounts in; the
      *> rate date defaults to the RUNCTL business date. BankPosting
      *> converts a cross-currency transfer only at a rate keyed for
      *> the day it posts, and the ledger, statement and revaluation
      *> programs take the latest rate on or before their date. A
      *> rate keyed in error is corrected by keying it again - every
      *> change is audited to MNTAUDIT - and rates are never deleted,
      *> since posted journal entries were converted at them.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Exchange-Rate-File ASSIGN TO "EXCHRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRT-KEY
               FILE STATUS IS Xrt-File-Status.

           SELECT Operator-Master-File ASSIGN TO "OPRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-USER-ID
               FILE STATUS IS Opr-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Alert-File ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Security-Log-File ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sec-Log-File-Status.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  Exchange-Rate-File.
       COPY EXCHRATE.

       FD  Operator-Master-File.
       COPY OPRMSTR.

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       FD  MAINT-AUDIT-FILE.
       COPY MNTAUDIT.

       WORKING-STORAGE SECTION.
       COPY MAUDWS.

       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY SIGNONWS.

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Xrt-File-Status PIC X(02) VALUE "00".
          88 Xrt-File-Ok VALUE "00".
          88 Xrt-File-Eof VALUE "10".

       01 Menu-Choice PIC X(01).
          88 Menu-Key-Rate VALUE "K" "k".
          88 Menu-Inquire VALUE "I" "i".
          88 Menu-List VALUE "L" "l".
          88 Menu-Quit VALUE "Q" "q".

       01 Today-Date PIC 9(08).
       01 Entered-Currency PIC X(03).
       01 Entered-Rate-Date PIC 9(08).
       01 Entered-Rate PIC 9(05)V9(06).
       01 Old-Rate PIC 9(05)V9(06).
       01 Found-Rate-Date PIC 9(08).
       01 Rate-Edit PIC ZZZZ9.999999.
       01 Rate-Exists-Switch PIC X(01) VALUE "N".
          88 Rate-Exists VALUE "Y".
       01 Rates-Listed PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "B" TO Signon-Function-Letter.
           MOVE "FxRateMaintenance" TO Signon-Program-Id.
           MOVE "FxRateMaintenance" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           PERFORM Read-Business-Date.
           PERFORM Open-Rate-File.
           PERFORM Run-Menu UNTIL Menu-Quit.
           CLOSE Exchange-Rate-File.
           DISPLAY "Goodbye.".
           STOP RUN.

       Open-Rate-File.
           OPEN I-O Exchange-Rate-File.
           IF Xrt-File-Status = "35"
               OPEN OUTPUT Exchange-Rate-File
               CLOSE Exchange-Rate-File
               OPEN I-O Exchange-Rate-File
           END-IF.

       Run-Menu.
           PERFORM Display-Menu.
           ACCEPT Menu-Choice.
           IF NOT Menu-Quit
               PERFORM Dispatch-Menu-Choice
           END-IF.

       Display-Menu.
           DISPLAY "===== Exchange Rate Maintenance =====".
           DISPLAY "K)ey rate  I)nquire  L)ist  Q)uit".
           DISPLAY "Select an option: " WITH NO ADVANCING.

       Dispatch-Menu-Choice.
           IF Menu-Key-Rate
               IF Signon-Can-Update
                   PERFORM Key-Exchange-Rate
               ELSE
                   PERFORM Signon-Authority-Refused
               END-IF
           ELSE
               IF Menu-Inquire
                   PERFORM Inquire-Exchange-Rate
               ELSE
                   IF Menu-List
                       PERFORM List-Exchange-Rates
                   ELSE
                       DISPLAY "Unknown option: " Menu-Choice
                   END-IF
               END-IF
           END-IF.

      *> Local currency has no code and no rate; every other code
      *> is three characters.
       Accept-Currency.
           DISPLAY "Enter currency code: " WITH NO ADVANCING.
           ACCEPT Entered-Currency.
           IF Entered-Currency = SPACES
               OR Entered-Currency(3:1) = SPACE
               DISPLAY "A currency code is three characters."
               MOVE SPACES TO Entered-Currency
           END-IF.

       Accept-Rate-Date.
           DISPLAY "Enter rate date (0 = " Today-Date "): "
               WITH NO ADVANCING.
           ACCEPT Entered-Rate-Date.
           IF Entered-Rate-Date = 0
               MOVE Today-Date TO Entered-Rate-Date
           END-IF.

      *> Keying a currency and date already on file replaces the
      *> rate, with the old and new values audited.
       Key-Exchange-Rate.
           PERFORM Accept-Currency.
           IF Entered-Currency NOT = SPACES
               PERFORM Accept-Rate-Date
               DISPLAY "Enter local units per one " Entered-Currency
                   ": " WITH NO ADVANCING
               ACCEPT Entered-Rate
               IF Entered-Rate = 0
                   DISPLAY "A rate of zero is refused."
               ELSE
                   PERFORM Store-Exchange-Rate
               END-IF
           END-IF.

       Store-Exchange-Rate.
           MOVE "N" TO Rate-Exists-Switch.
           MOVE 0 TO Old-Rate.
           MOVE Entered-Currency TO Xrt-Currency-Code.
           MOVE Entered-Rate-Date TO Xrt-Rate-Date.
           READ Exchange-Rate-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Rate-Exists TO TRUE
                   MOVE Xrt-Local-Per-Unit TO Old-Rate
           END-READ.
           IF NOT Rate-Exists
               MOVE SPACES TO Exchange-Rate-Record
               MOVE Entered-Currency TO Xrt-Currency-Code
               MOVE Entered-Rate-Date TO Xrt-Rate-Date
           END-IF.
           MOVE Entered-Rate TO Xrt-Local-Per-Unit.
           MOVE Signon-User-Id TO Xrt-Entered-By.
           IF Rate-Exists
               REWRITE Exchange-Rate-Record
                   INVALID KEY
                       DISPLAY "Rate could not be replaced."
                   NOT INVALID KEY
                       DISPLAY "Rate replaced."
                       PERFORM Audit-Rate-Change
               END-REWRITE
           ELSE
               WRITE Exchange-Rate-Record
                   INVALID KEY
                       DISPLAY "Rate could not be added."
                   NOT INVALID KEY
                       DISPLAY "Rate added."
                       PERFORM Audit-Rate-Change
               END-WRITE
           END-IF.

       Audit-Rate-Change.
           MOVE SPACES TO Maud-Work-Key.
           STRING Xrt-Currency-Code " " Xrt-Rate-Date
               DELIMITED BY SIZE INTO Maud-Work-Key
           END-STRING.
           MOVE "Local Per Unit" TO Maud-Work-Field.
           IF Rate-Exists
               MOVE Old-Rate TO Rate-Edit
               MOVE Rate-Edit TO Maud-Work-Old
           ELSE
               MOVE SPACES TO Maud-Work-Old
           END-IF.
           MOVE Xrt-Local-Per-Unit TO Rate-Edit.
           MOVE Rate-Edit TO Maud-Work-New.
           PERFORM Write-Maint-Audit.

      *> Shows the rate a program running on the date would use:
      *> the one keyed for it, or the latest keyed before it.
       Inquire-Exchange-Rate.
           PERFORM Accept-Currency.
           IF Entered-Currency NOT = SPACES
               PERFORM Accept-Rate-Date
               MOVE "N" TO Rate-Exists-Switch
               MOVE Entered-Currency TO Xrt-Currency-Code
               MOVE 0 TO Xrt-Rate-Date
               START Exchange-Rate-File
                   KEY IS NOT LESS THAN Xrt-Key
                   INVALID KEY
                       SET Xrt-File-Eof TO TRUE
               END-START
               IF Xrt-File-Ok
                   PERFORM Read-Next-Rate
               END-IF
               PERFORM Check-One-Inquiry-Rate
                   UNTIL Xrt-File-Eof
                   OR Xrt-Currency-Code NOT = Entered-Currency
                   OR Xrt-Rate-Date > Entered-Rate-Date
               IF Rate-Exists
                   MOVE Old-Rate TO Rate-Edit
                   DISPLAY Entered-Currency " rate for "
                       Entered-Rate-Date ": " Rate-Edit
                       " (keyed for " Found-Rate-Date ")"
               ELSE
                   DISPLAY "No " Entered-Currency
                       " rate on or before " Entered-Rate-Date
               END-IF
               MOVE "00" TO Xrt-File-Status
           END-IF.

       Check-One-Inquiry-Rate.
           SET Rate-Exists TO TRUE.
           MOVE Xrt-Local-Per-Unit TO Old-Rate.
           MOVE Xrt-Rate-Date TO Found-Rate-Date.
           PERFORM Read-Next-Rate.

       Read-Next-Rate.
           READ Exchange-Rate-File NEXT RECORD
               AT END
                   SET Xrt-File-Eof TO TRUE
           END-READ.

      *> One currency's rate history, or every rate on file when
      *> no currency is keyed.
       List-Exchange-Rates.
           DISPLAY "Enter currency code (blank = all): "
               WITH NO ADVANCING.
           ACCEPT Entered-Currency.
           MOVE 0 TO Rates-Listed.
           MOVE Entered-Currency TO Xrt-Currency-Code.
           MOVE 0 TO Xrt-Rate-Date.
           START Exchange-Rate-File
               KEY IS NOT LESS THAN Xrt-Key
               INVALID KEY
                   SET Xrt-File-Eof TO TRUE
           END-START.
           IF Xrt-File-Ok
               PERFORM Read-Next-Rate
           END-IF.
           PERFORM List-One-Rate
               UNTIL Xrt-File-Eof
               OR (Entered-Currency NOT = SPACES
                   AND Xrt-Currency-Code NOT = Entered-Currency).
           IF Rates-Listed = 0
               DISPLAY "No rates on file."
           END-IF.
           MOVE "00" TO Xrt-File-Status.

       List-One-Rate.
           ADD 1 TO Rates-Listed.
           MOVE Xrt-Local-Per-Unit TO Rate-Edit.
           DISPLAY Xrt-Currency-Code " " Xrt-Rate-Date " "
               Rate-Edit " keyed by " Xrt-Entered-By.
           PERFORM Read-Next-Rate.

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

       COPY SIGNON.

       COPY MAUDPROC.
