       IDENTIFICATION DIVISION.
       PROGRAM-ID. StopPaymentMaintenance.
      *> StopPaymentMaintenance is the menu-driven front end for the
      *> STOPPAY stop-payment file, built on the same menu shape
      *> StandingOrderMaintenance uses for STORDER, so a customer's
      *> request to stop one payment or a recurring debit is
      *> recorded once and enforced by TransactionEdit on every
      *> debit that reaches the nightly batch. The order's account
      *> is validated against the account master (it must exist and
      *> not be closed). Operators sign on under the "A" account
      *> letter, and every change is stamped on MNTAUDIT.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stop-Payment-File ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOP-ORDER-ID
               FILE STATUS IS Stop-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Operator-Master-File ASSIGN TO "OPRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-USER-ID
               FILE STATUS IS Opr-File-Status.

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
       FD  Stop-Payment-File.
       COPY STOPPAY.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Operator-Master-File.
       COPY OPRMSTR.

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

       01 Stop-File-Status PIC X(02) VALUE "00".
          88 Stop-File-Ok VALUE "00".
          88 Stop-File-Eof VALUE "10".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".

       01 Menu-Choice PIC X(01).
          88 Menu-Add VALUE "A" "a".
          88 Menu-Update VALUE "U" "u".
          88 Menu-Inquire VALUE "I" "i".
          88 Menu-Cancel VALUE "C" "c".
          88 Menu-List VALUE "L" "l".
          88 Menu-Quit VALUE "Q" "q".

       01 Entered-Stop-Id PIC 9(05).
       01 Stop-Account-Valid PIC X(01) VALUE "N".
          88 Stop-Account-Is-Valid VALUE "Y".
       01 Stop-Terms-Valid PIC X(01) VALUE "N".
          88 Stop-Terms-Are-Valid VALUE "Y".

       01 Program-Error-Switch PIC X(01) VALUE "N".
          88 Program-Error-Found VALUE "Y".

       01 Today-Date PIC 9(08).

       COPY ERRCODES.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "A" TO Signon-Function-Letter.
           MOVE "StopPaymentMaintenance" TO Signon-Program-Id.
           MOVE "StopPaymentMaint" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           PERFORM Read-Business-Date.
           PERFORM Open-Stop-Payment-File.
           PERFORM Run-Menu UNTIL Menu-Quit.
           CLOSE Stop-Payment-File.
           DISPLAY "Goodbye.".
           IF Program-Error-Found
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       Open-Stop-Payment-File.
           OPEN I-O Stop-Payment-File.
           IF Stop-File-Status = "35"
               OPEN OUTPUT Stop-Payment-File
               CLOSE Stop-Payment-File
               OPEN I-O Stop-Payment-File
           END-IF.

       Run-Menu.
           PERFORM Display-Menu.
           ACCEPT Menu-Choice.
           IF NOT Menu-Quit
               PERFORM Dispatch-Menu-Choice
           END-IF.

       Display-Menu.
           DISPLAY "===== Stop-Payment Maintenance =====".
           DISPLAY "A)dd  U)pdate  I)nquire  C)ancel  L)ist  Q)uit".
           DISPLAY "Select an option: " WITH NO ADVANCING.

       Dispatch-Menu-Choice.
           IF Menu-Add
               IF Signon-Can-Update
                   PERFORM Add-Stop-Payment
               ELSE
                   PERFORM Signon-Authority-Refused
               END-IF
           ELSE
               IF Menu-Update
                   IF Signon-Can-Update
                       PERFORM Update-Stop-Payment
                   ELSE
                       PERFORM Signon-Authority-Refused
                   END-IF
               ELSE
                   IF Menu-Inquire
                       PERFORM Inquire-Stop-Payment
                   ELSE
                       IF Menu-Cancel
                           IF Signon-Supervisor
                               PERFORM Cancel-Stop-Payment
                           ELSE
                               PERFORM Signon-Authority-Refused
                           END-IF
                       ELSE
                           IF Menu-List
                               PERFORM List-Stop-Payments
                           ELSE
                               DISPLAY "Unknown option: " Menu-Choice
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Accept-Stop-Id.
           DISPLAY "Enter stop order id: " WITH NO ADVANCING.
           ACCEPT Entered-Stop-Id.

      *> A stop against a missing or closed account can never be
      *> hit, so it is refused here rather than left to look like
      *> protection the customer has.
       Validate-Stop-Account.
           MOVE "N" TO Stop-Account-Valid.
           OPEN INPUT Account-Master-File.
           IF Acct-File-Status = "35"
               DISPLAY "No account-master file to validate against."
           ELSE
               MOVE Stop-Acct-Number TO Acct-Number
               READ Account-Master-File
                   INVALID KEY
                       DISPLAY "Account not found: " Stop-Acct-Number
               END-READ
               IF Acct-File-Ok
                   IF Acct-Closed
                       DISPLAY "Account is closed: " Stop-Acct-Number
                   ELSE
                       SET Stop-Account-Is-Valid TO TRUE
                   END-IF
               END-IF
               CLOSE Account-Master-File
           END-IF.
           IF NOT Stop-Account-Is-Valid
               MOVE 4002 TO ERR-CODE
               MOVE "Stop-payment account rejected" TO ERR-MESSAGE
               PERFORM Display-Error-Message
               SET Program-Error-Found TO TRUE
           END-IF.

      *> The range must read low-to-high and the expiry must lie
      *> ahead of the business date, or the stop would never match.
       Validate-Stop-Terms.
           MOVE "N" TO Stop-Terms-Valid.
           IF Stop-Amount-Low < 0 OR Stop-Amount-High < 0
               DISPLAY "Amounts cannot be negative."
           ELSE
               IF Stop-Amount-High < Stop-Amount-Low
                   DISPLAY "High amount is below the low amount."
               ELSE
                   IF Stop-Expiry-Date NOT > Today-Date
                       DISPLAY "Expiry date must be after "
                           Today-Date "."
                   ELSE
                       SET Stop-Terms-Are-Valid TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT Stop-Terms-Are-Valid
               SET Program-Error-Found TO TRUE
           END-IF.

       Accept-Stop-Fields.
           DISPLAY "Enter account number: " WITH NO ADVANCING.
           ACCEPT Stop-Acct-Number.
           DISPLAY "Enter low amount (0 and 0 for any amount): "
               WITH NO ADVANCING.
           ACCEPT Stop-Amount-Low.
           DISPLAY "Enter high amount (same as low for exact): "
               WITH NO ADVANCING.
           ACCEPT Stop-Amount-High.
           DISPLAY "Enter payee account (blank for any): "
               WITH NO ADVANCING.
           ACCEPT Stop-Counterpart-Acct.
           DISPLAY "Enter expiry date (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT Stop-Expiry-Date.

       Add-Stop-Payment.
           PERFORM Accept-Stop-Id.
           MOVE SPACES TO Stop-Payment-Record.
           MOVE Entered-Stop-Id TO Stop-Order-Id.
           PERFORM Accept-Stop-Fields.
           PERFORM Validate-Stop-Account.
           IF Stop-Account-Is-Valid
               PERFORM Validate-Stop-Terms
               IF Stop-Terms-Are-Valid
                   MOVE Today-Date TO Stop-Placed-Date
                   SET Stop-Active TO TRUE
                   WRITE Stop-Payment-Record
                       INVALID KEY
                           DISPLAY "Stop order already exists: "
                               Entered-Stop-Id
                       NOT INVALID KEY
                           DISPLAY "Stop payment added."
                           MOVE SPACES TO Maud-Work-Key
                           MOVE Stop-Order-Id TO Maud-Work-Key(1:5)
                           MOVE "Record added" TO Maud-Work-Field
                           MOVE SPACES TO Maud-Work-Old
                           MOVE Stop-Acct-Number TO Maud-Work-New
                           PERFORM Write-Maint-Audit
                   END-WRITE
               END-IF
           END-IF.

       Update-Stop-Payment.
           PERFORM Accept-Stop-Id.
           MOVE Entered-Stop-Id TO Stop-Order-Id.
           READ Stop-Payment-File
               INVALID KEY
                   DISPLAY "Stop order not found: " Entered-Stop-Id
           END-READ.
           IF Stop-File-Ok
               IF NOT Stop-Active
                   DISPLAY "Stop order is no longer active: "
                       Entered-Stop-Id
               ELSE
                   PERFORM Accept-Stop-Fields
                   PERFORM Validate-Stop-Account
                   IF Stop-Account-Is-Valid
                       PERFORM Validate-Stop-Terms
                   END-IF
                   IF Stop-Account-Is-Valid AND Stop-Terms-Are-Valid
                       REWRITE Stop-Payment-Record
                           INVALID KEY
                               DISPLAY "Stop order not found: "
                                   Entered-Stop-Id
                           NOT INVALID KEY
                               DISPLAY "Stop payment updated."
                               MOVE SPACES TO Maud-Work-Key
                               MOVE Stop-Order-Id
                                   TO Maud-Work-Key(1:5)
                               MOVE "Record updated"
                                   TO Maud-Work-Field
                               MOVE SPACES TO Maud-Work-Old
                               MOVE "Stop terms re-keyed"
                                   TO Maud-Work-New
                               PERFORM Write-Maint-Audit
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       Inquire-Stop-Payment.
           PERFORM Accept-Stop-Id.
           MOVE Entered-Stop-Id TO Stop-Order-Id.
           READ Stop-Payment-File
               INVALID KEY
                   DISPLAY "Stop order not found: " Entered-Stop-Id
               NOT INVALID KEY
                   PERFORM Display-Stop-Detail
           END-READ.

       Display-Stop-Detail.
           DISPLAY "Stop order: " Stop-Order-Id.
           DISPLAY "  Account: " Stop-Acct-Number.
           DISPLAY "  Amount from: " Stop-Amount-Low.
           DISPLAY "  Amount to: " Stop-Amount-High.
           DISPLAY "  Payee: " Stop-Counterpart-Acct.
           DISPLAY "  Placed: " Stop-Placed-Date.
           DISPLAY "  Expires: " Stop-Expiry-Date.
           DISPLAY "  Status: " Stop-Status-Flag.

       Cancel-Stop-Payment.
           PERFORM Accept-Stop-Id.
           MOVE Entered-Stop-Id TO Stop-Order-Id.
           READ Stop-Payment-File
               INVALID KEY
                   DISPLAY "Stop order not found: " Entered-Stop-Id
           END-READ.
           IF Stop-File-Ok
               SET Stop-Cancelled TO TRUE
               REWRITE Stop-Payment-Record
               MOVE SPACES TO Maud-Work-Key
               MOVE Stop-Order-Id TO Maud-Work-Key(1:5)
               MOVE "Status" TO Maud-Work-Field
               MOVE "Active" TO Maud-Work-Old
               MOVE "Cancelled" TO Maud-Work-New
               PERFORM Write-Maint-Audit
               DISPLAY "Stop payment cancelled."
           END-IF.

       List-Stop-Payments.
           MOVE LOW-VALUES TO Stop-Order-Id.
           START Stop-Payment-File KEY IS GREATER THAN Stop-Order-Id
               INVALID KEY
                   SET Stop-File-Eof TO TRUE
           END-START.
           IF Stop-File-Ok
               PERFORM Read-Next-Stop
           END-IF.
           IF Stop-File-Eof
               DISPLAY "No stop payments on file."
           ELSE
               PERFORM List-One-Stop UNTIL Stop-File-Eof
           END-IF.
           MOVE "00" TO Stop-File-Status.

       Read-Next-Stop.
           READ Stop-Payment-File NEXT RECORD
               AT END
                   SET Stop-File-Eof TO TRUE
           END-READ.

       List-One-Stop.
           DISPLAY Stop-Order-Id " " Stop-Acct-Number " "
               Stop-Amount-Low "-" Stop-Amount-High
               " expires " Stop-Expiry-Date
               " status " Stop-Status-Flag.
           PERFORM Read-Next-Stop.

       Display-Error-Message.
           DISPLAY "ERROR " ERR-CODE ": " ERR-MESSAGE.

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
