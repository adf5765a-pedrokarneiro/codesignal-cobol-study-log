       IDENTIFICATION DIVISION.
       PROGRAM-ID. TellerDrawer.
      *> TellerDrawer is the teller's menu for the DRAWERS cash
      *> drawer file, built on the same menu shape as the other
      *> maintenance programs. At the start of the business day the
      *> teller opens a drawer for the RUNCTL date with the branch
      *> worked (an open branch on BRNCHCTL) and the opening cash;
      *> at close the teller counts the cash and keys the count,
      *> which closes the drawer. The count is blind - the expected
      *> figure is only worked out by DrawerBalanceReport that
      *> night. A teller works only their own drawer; a supervisor
      *> may open, close or recount any teller's, and a closed
      *> drawer can only be recounted by a supervisor. Every change
      *> is audited to MNTAUDIT.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Drawer-File ASSIGN TO "DRAWERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-KEY
               FILE STATUS IS Drw-File-Status.

           SELECT Branch-Control-File ASSIGN TO "BRNCHCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS Brch-File-Status.

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
       FD  Drawer-File.
       COPY DRAWER.

       FD  Branch-Control-File.
       COPY BRANCH.

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

       01 Drw-File-Status PIC X(02) VALUE "00".
          88 Drw-File-Ok VALUE "00".

       01 Brch-File-Status PIC X(02) VALUE "00".
          88 Brch-File-Ok VALUE "00".

       01 Menu-Choice PIC X(01).
          88 Menu-Open-Drawer VALUE "O" "o".
          88 Menu-Close-Drawer VALUE "C" "c".
          88 Menu-Inquire VALUE "I" "i".
          88 Menu-Quit VALUE "Q" "q".

       01 Today-Date PIC 9(08).
       01 Entered-Teller-Id PIC X(08).
       01 Entered-Branch-Code PIC X(05).
       01 Entered-Cash PIC 9(09)V99.
       01 Old-Counted-Cash PIC 9(09)V99.
       01 Cash-Edit PIC ZZZ,ZZZ,ZZ9.99.
       01 Closed-Time PIC 9(08).

       01 Drawer-Found-Switch PIC X(01) VALUE "N".
          88 Drawer-Is-Found VALUE "Y".
       01 Branch-Code-Valid PIC X(01) VALUE "N".
          88 Branch-Code-Is-Valid VALUE "Y".
       01 Drawer-Was-Closed-Switch PIC X(01) VALUE "N".
          88 Drawer-Was-Closed VALUE "Y".

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "A" TO Signon-Function-Letter.
           MOVE "TellerDrawer" TO Signon-Program-Id.
           MOVE "TellerDrawer" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           PERFORM Read-Business-Date.
           PERFORM Open-Drawer-File.
           PERFORM Run-Menu UNTIL Menu-Quit.
           CLOSE Drawer-File.
           DISPLAY "Goodbye.".
           STOP RUN.

       Open-Drawer-File.
           OPEN I-O Drawer-File.
           IF Drw-File-Status = "35"
               OPEN OUTPUT Drawer-File
               CLOSE Drawer-File
               OPEN I-O Drawer-File
           END-IF.

       Run-Menu.
           PERFORM Display-Menu.
           ACCEPT Menu-Choice.
           IF NOT Menu-Quit
               PERFORM Dispatch-Menu-Choice
           END-IF.

       Display-Menu.
           DISPLAY "===== Teller Cash Drawer " Today-Date " =====".
           DISPLAY "O)pen drawer  C)lose drawer  I)nquire  Q)uit".
           DISPLAY "Select an option: " WITH NO ADVANCING.

       Dispatch-Menu-Choice.
           IF Menu-Open-Drawer
               IF Signon-Can-Update
                   PERFORM Open-Teller-Drawer
               ELSE
                   PERFORM Signon-Authority-Refused
               END-IF
           ELSE
               IF Menu-Close-Drawer
                   IF Signon-Can-Update
                       PERFORM Close-Teller-Drawer
                   ELSE
                       PERFORM Signon-Authority-Refused
                   END-IF
               ELSE
                   IF Menu-Inquire
                       PERFORM Inquire-Teller-Drawer
                   ELSE
                       DISPLAY "Unknown option: " Menu-Choice
                   END-IF
               END-IF
           END-IF.

      *> A teller always works their own drawer; only a supervisor
      *> is asked whose drawer it is.
       Accept-Teller-Id.
           MOVE Signon-User-Id TO Entered-Teller-Id.
           IF Signon-Supervisor
               DISPLAY "Enter teller id (blank = " Signon-User-Id
                   "): " WITH NO ADVANCING
               ACCEPT Entered-Teller-Id
               IF Entered-Teller-Id = SPACES
                   MOVE Signon-User-Id TO Entered-Teller-Id
               END-IF
           END-IF.

       Read-Teller-Drawer.
           MOVE "N" TO Drawer-Found-Switch.
           MOVE Entered-Teller-Id TO Drw-Operator-Id.
           MOVE Today-Date TO Drw-Business-Date.
           READ Drawer-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Drawer-Is-Found TO TRUE
           END-READ.

      *> One drawer per teller per business date.
       Open-Teller-Drawer.
           PERFORM Accept-Teller-Id.
           PERFORM Read-Teller-Drawer.
           IF Drawer-Is-Found
               DISPLAY "Drawer for " Entered-Teller-Id
                   " is already open for " Today-Date "."
           ELSE
               PERFORM Accept-Branch-Code
               DISPLAY "Enter opening cash: " WITH NO ADVANCING
               ACCEPT Entered-Cash
               MOVE SPACES TO Teller-Drawer-Record
               MOVE Entered-Teller-Id TO Drw-Operator-Id
               MOVE Today-Date TO Drw-Business-Date
               MOVE Entered-Branch-Code TO Drw-Branch-Code
               MOVE Entered-Cash TO Drw-Opening-Cash
               SET Drw-Open TO TRUE
               MOVE 0 TO Drw-Counted-Cash
               MOVE 0 TO Drw-Closed-Time
               WRITE Teller-Drawer-Record
                   INVALID KEY
                       DISPLAY "Drawer could not be opened."
                   NOT INVALID KEY
                       DISPLAY "Drawer opened."
                       MOVE "Opening Cash" TO Maud-Work-Field
                       MOVE SPACES TO Maud-Work-Old
                       MOVE Drw-Opening-Cash TO Maud-Num-Work
                       MOVE Maud-Num-Work TO Maud-Work-New
                       PERFORM Audit-Drawer-Change
               END-WRITE
           END-IF.

      *> Closing keys the counted cash; a closed drawer is only
      *> recounted by a supervisor, with the old count audited.
       Close-Teller-Drawer.
           PERFORM Accept-Teller-Id.
           PERFORM Read-Teller-Drawer.
           IF NOT Drawer-Is-Found
               DISPLAY "No drawer open for " Entered-Teller-Id
                   " on " Today-Date "."
           ELSE
               IF Drw-Closed AND NOT Signon-Supervisor
                   DISPLAY "Drawer is already closed - a supervisor"
                       " must recount it."
               ELSE
                   PERFORM Record-Counted-Cash
               END-IF
           END-IF.

       Record-Counted-Cash.
           MOVE "N" TO Drawer-Was-Closed-Switch.
           IF Drw-Closed
               SET Drawer-Was-Closed TO TRUE
           END-IF.
           MOVE Drw-Counted-Cash TO Old-Counted-Cash.
           DISPLAY "Enter counted cash: " WITH NO ADVANCING.
           ACCEPT Entered-Cash.
           ACCEPT Closed-Time FROM TIME.
           MOVE Entered-Cash TO Drw-Counted-Cash.
           SET Drw-Closed TO TRUE.
           MOVE Signon-User-Id TO Drw-Closed-By.
           MOVE Closed-Time TO Drw-Closed-Time.
           REWRITE Teller-Drawer-Record
               INVALID KEY
                   DISPLAY "Drawer could not be closed."
               NOT INVALID KEY
                   DISPLAY "Drawer closed."
                   MOVE "Counted Cash" TO Maud-Work-Field
                   IF Drawer-Was-Closed
                       MOVE Old-Counted-Cash TO Maud-Num-Work
                       MOVE Maud-Num-Work TO Maud-Work-Old
                   ELSE
                       MOVE SPACES TO Maud-Work-Old
                   END-IF
                   MOVE Drw-Counted-Cash TO Maud-Num-Work
                   MOVE Maud-Num-Work TO Maud-Work-New
                   PERFORM Audit-Drawer-Change
           END-REWRITE.

       Audit-Drawer-Change.
           MOVE Drw-Operator-Id TO Maud-Work-Key.
           PERFORM Write-Maint-Audit.

       Inquire-Teller-Drawer.
           PERFORM Accept-Teller-Id.
           PERFORM Read-Teller-Drawer.
           IF NOT Drawer-Is-Found
               DISPLAY "No drawer for " Entered-Teller-Id
                   " on " Today-Date "."
           ELSE
               DISPLAY "Teller:        " Drw-Operator-Id
               DISPLAY "Branch:        " Drw-Branch-Code
               MOVE Drw-Opening-Cash TO Cash-Edit
               DISPLAY "Opening cash:  " Cash-Edit
               IF Drw-Closed
                   MOVE Drw-Counted-Cash TO Cash-Edit
                   DISPLAY "Counted cash:  " Cash-Edit
                   DISPLAY "Closed by:     " Drw-Closed-By
                       " at " Drw-Closed-Time
               ELSE
                   DISPLAY "Status:        OPEN"
               END-IF
           END-IF.

      *> The branch code must be an open branch on the BRNCHCTL
      *> branch master; a shop with no branch master yet accepts
      *> any code, the same allowance the sign-on makes for a
      *> missing operator file.
       Accept-Branch-Code.
           MOVE "N" TO Branch-Code-Valid.
           PERFORM Accept-One-Branch-Code
               UNTIL Branch-Code-Is-Valid.

       Accept-One-Branch-Code.
           DISPLAY "Enter branch code: " WITH NO ADVANCING.
           ACCEPT Entered-Branch-Code.
           OPEN INPUT Branch-Control-File.
           IF NOT Brch-File-Ok
               DISPLAY "No branch master - code not validated."
               SET Branch-Code-Is-Valid TO TRUE
           ELSE
               MOVE Entered-Branch-Code TO Branch-Code
               READ Branch-Control-File
                   INVALID KEY
                       DISPLAY "Unknown branch: " Entered-Branch-Code
                           " - re-enter."
               END-READ
               IF Brch-File-Ok
                   IF Branch-Closed
                       DISPLAY "Branch is closed: "
                           Entered-Branch-Code " - re-enter."
                   ELSE
                       SET Branch-Code-Is-Valid TO TRUE
                   END-IF
               END-IF
               CLOSE Branch-Control-File
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

       COPY SIGNON.

       COPY MAUDPROC.
