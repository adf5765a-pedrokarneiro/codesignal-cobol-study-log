       IDENTIFICATION DIVISION.
       PROGRAM-ID. SignerMaintenance.
      *> SignerMaintenance is the menu-driven front end for the
      *> ACCTSIGN authorized-signer file, built on the same menu
      *> shape StopPaymentMaintenance uses for STOPPAY, so a power of
      *> attorney, a guardian or a business's authorized signer is
      *> recorded against the account instead of on a card in the
      *> branch. The account must exist and not be closed, and the
      *> signer must be a living customer on CUSTMSTR who does not
      *> already own the account. Operators sign on under the "A"
      *> account letter; revoking a signer is for supervisors, and
      *> every change is stamped on MNTAUDIT.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Account-Signer-File ASSIGN TO "ACCTSIGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIGNER-KEY
               FILE STATUS IS Sign-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

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
       FD  Account-Signer-File.
       COPY ACCTSIGN.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Customer-Master-File.
       COPY CUSTREC.

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

       01 Sign-File-Status PIC X(02) VALUE "00".
          88 Sign-File-Ok VALUE "00".
          88 Sign-File-Eof VALUE "10".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".

       01 Menu-Choice PIC X(01).
          88 Menu-Add VALUE "A" "a".
          88 Menu-Update VALUE "U" "u".
          88 Menu-Inquire VALUE "I" "i".
          88 Menu-Revoke VALUE "R" "r".
          88 Menu-List VALUE "L" "l".
          88 Menu-Quit VALUE "Q" "q".

       01 Entered-Acct-Number PIC X(15).
       01 Entered-Customer-Id PIC 9(05).
       01 Signer-Account-Valid PIC X(01) VALUE "N".
          88 Signer-Account-Is-Valid VALUE "Y".
       01 Signer-Customer-Valid PIC X(01) VALUE "N".
          88 Signer-Customer-Is-Valid VALUE "Y".
       01 Signer-Terms-Valid PIC X(01) VALUE "N".
          88 Signer-Terms-Are-Valid VALUE "Y".
       01 Signers-Listed PIC 9(05) VALUE 0.

       01 Old-Signer-Terms.
           05 Old-Signer-Role       PIC X(01).
           05 Old-Signer-Effective  PIC 9(08).
           05 Old-Signer-Expiry     PIC 9(08).
       01 New-Signer-Terms.
           05 New-Signer-Role       PIC X(01).
           05 New-Signer-Effective  PIC 9(08).
           05 New-Signer-Expiry     PIC 9(08).

      *> MNTAUDIT keys on the account; the signer rides in the
      *> field name so each signer's history reads apart.
       01 Signer-Audit-Field.
           05 FILLER                PIC X(07) VALUE "Signer ".
           05 Saf-Customer-Id       PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 Saf-Item              PIC X(07).

       01 Program-Error-Switch PIC X(01) VALUE "N".
          88 Program-Error-Found VALUE "Y".

       01 Today-Date PIC 9(08).

       COPY ERRCODES.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "A" TO Signon-Function-Letter.
           MOVE "SignerMaintenance" TO Signon-Program-Id.
           MOVE "SignerMaintenance" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           PERFORM Read-Business-Date.
           PERFORM Open-Account-Signer-File.
           PERFORM Run-Menu UNTIL Menu-Quit.
           CLOSE Account-Signer-File.
           DISPLAY "Goodbye.".
           IF Program-Error-Found
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       Open-Account-Signer-File.
           OPEN I-O Account-Signer-File.
           IF Sign-File-Status = "35"
               OPEN OUTPUT Account-Signer-File
               CLOSE Account-Signer-File
               OPEN I-O Account-Signer-File
           END-IF.

       Run-Menu.
           PERFORM Display-Menu.
           ACCEPT Menu-Choice.
           IF NOT Menu-Quit
               PERFORM Dispatch-Menu-Choice
           END-IF.

       Display-Menu.
           DISPLAY "===== Authorized Signer Maintenance =====".
           DISPLAY "A)dd  U)pdate  I)nquire  R)evoke  L)ist  Q)uit".
           DISPLAY "Select an option: " WITH NO ADVANCING.

       Dispatch-Menu-Choice.
           IF Menu-Add
               IF Signon-Can-Update
                   PERFORM Add-Signer
               ELSE
                   PERFORM Signon-Authority-Refused
               END-IF
           ELSE
               IF Menu-Update
                   IF Signon-Can-Update
                       PERFORM Update-Signer
                   ELSE
                       PERFORM Signon-Authority-Refused
                   END-IF
               ELSE
                   IF Menu-Inquire
                       PERFORM Inquire-Signer
                   ELSE
                       IF Menu-Revoke
                           IF Signon-Supervisor
                               PERFORM Revoke-Signer
                           ELSE
                               PERFORM Signon-Authority-Refused
                           END-IF
                       ELSE
                           IF Menu-List
                               PERFORM List-Account-Signers
                           ELSE
                               DISPLAY "Unknown option: " Menu-Choice
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Accept-Signer-Key.
           DISPLAY "Enter account number: " WITH NO ADVANCING.
           ACCEPT Entered-Acct-Number.
           DISPLAY "Enter signer customer id: " WITH NO ADVANCING.
           ACCEPT Entered-Customer-Id.
           MOVE Entered-Acct-Number TO Signer-Acct-Number.
           MOVE Entered-Customer-Id TO Signer-Customer-Id.

       Read-Selected-Signer.
           PERFORM Accept-Signer-Key.
           READ Account-Signer-File
               INVALID KEY
                   DISPLAY "No signer " Entered-Customer-Id
                       " on account " Entered-Acct-Number
           END-READ.

      *> A signer on a missing or closed account has nothing to act
      *> on, and an owner needs no signing authority of their own.
       Validate-Signer-Account.
           MOVE "N" TO Signer-Account-Valid.
           OPEN INPUT Account-Master-File.
           IF Acct-File-Status = "35"
               DISPLAY "No account-master file to validate against."
           ELSE
               MOVE Signer-Acct-Number TO Acct-Number
               READ Account-Master-File
                   INVALID KEY
                       DISPLAY "Account not found: "
                           Signer-Acct-Number
               END-READ
               IF Acct-File-Ok
                   IF Acct-Closed
                       DISPLAY "Account is closed: "
                           Signer-Acct-Number
                   ELSE
                       IF Acct-Customer-Id = Signer-Customer-Id
                           OR Acct-Second-Customer-Id
                               = Signer-Customer-Id
                           DISPLAY "Customer " Signer-Customer-Id
                               " already owns the account."
                       ELSE
                           SET Signer-Account-Is-Valid TO TRUE
                       END-IF
                   END-IF
               END-IF
               CLOSE Account-Master-File
           END-IF.
           IF NOT Signer-Account-Is-Valid
               MOVE 4002 TO ERR-CODE
               MOVE "Signer account rejected" TO ERR-MESSAGE
               PERFORM Display-Error-Message
               SET Program-Error-Found TO TRUE
           END-IF.

       Validate-Signer-Customer.
           MOVE "N" TO Signer-Customer-Valid.
           OPEN INPUT Customer-Master-File.
           IF Cust-File-Status = "35"
               DISPLAY "No customer-master file to validate against."
           ELSE
               MOVE Signer-Customer-Id TO CUSTOMER-ID
               READ Customer-Master-File
                   INVALID KEY
                       DISPLAY "Customer not found: "
                           Signer-Customer-Id
               END-READ
               IF Cust-File-Ok
                   IF CUSTOMER-DECEASED
                       DISPLAY "Customer is recorded as deceased: "
                           Signer-Customer-Id
                   ELSE
                       SET Signer-Customer-Is-Valid TO TRUE
                       DISPLAY "Signer: " CUSTOMER-FIRST-NAME " "
                           CUSTOMER-LAST-NAME
                   END-IF
               END-IF
               CLOSE Customer-Master-File
           END-IF.
           IF NOT Signer-Customer-Is-Valid
               MOVE 4002 TO ERR-CODE
               MOVE "Signer customer rejected" TO ERR-MESSAGE
               PERFORM Display-Error-Message
               SET Program-Error-Found TO TRUE
           END-IF.

      *> An expiry of zero means the authority runs until revoked;
      *> otherwise it must fall after the effective date and after
      *> the business date, or the record would be stale on entry.
       Validate-Signer-Terms.
           MOVE "N" TO Signer-Terms-Valid.
           IF NOT Signer-Role-Valid
               DISPLAY "Role must be P, G or A."
           ELSE
               IF Signer-Effective-Date NOT NUMERIC
                   OR Signer-Expiry-Date NOT NUMERIC
                   DISPLAY "Dates must be numeric (YYYYMMDD)."
               ELSE
                   IF Signer-Expiry-Date NOT = 0
                       AND (Signer-Expiry-Date
                               NOT > Signer-Effective-Date
                           OR Signer-Expiry-Date NOT > Today-Date)
                       DISPLAY "Expiry date must be after the "
                           "effective date and after " Today-Date "."
                   ELSE
                       SET Signer-Terms-Are-Valid TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT Signer-Terms-Are-Valid
               SET Program-Error-Found TO TRUE
           END-IF.

       Accept-Signer-Fields.
           DISPLAY "Role (P=power of attorney, G=guardian,"
               " A=authorized signer): " WITH NO ADVANCING.
           ACCEPT Signer-Role.
           DISPLAY "Enter effective date (YYYYMMDD, 0 for today): "
               WITH NO ADVANCING.
           ACCEPT Signer-Effective-Date.
           IF Signer-Effective-Date = 0
               MOVE Today-Date TO Signer-Effective-Date
           END-IF.
           DISPLAY "Enter expiry date (YYYYMMDD, 0 for none): "
               WITH NO ADVANCING.
           ACCEPT Signer-Expiry-Date.

       Add-Signer.
           MOVE SPACES TO Account-Signer-Record.
           PERFORM Accept-Signer-Key.
           PERFORM Validate-Signer-Account.
           IF Signer-Account-Is-Valid
               PERFORM Validate-Signer-Customer
           END-IF.
           IF Signer-Account-Is-Valid AND Signer-Customer-Is-Valid
               PERFORM Accept-Signer-Fields
               PERFORM Validate-Signer-Terms
               IF Signer-Terms-Are-Valid
                   SET Signer-Active TO TRUE
                   MOVE Today-Date TO Signer-Added-Date
                   MOVE 0 TO Signer-Flagged-Date
                   WRITE Account-Signer-Record
                       INVALID KEY
                           DISPLAY "Signer already on the account: "
                               Entered-Customer-Id
                       NOT INVALID KEY
                           DISPLAY "Signer added."
                           MOVE "added" TO Saf-Item
                           PERFORM Set-Signer-Audit-Key
                           MOVE SPACES TO Maud-Work-Old
                           MOVE Signer-Role TO Maud-Work-New
                           PERFORM Write-Maint-Audit
                   END-WRITE
               END-IF
           END-IF.

       Update-Signer.
           PERFORM Read-Selected-Signer.
           IF Sign-File-Ok
               IF NOT Signer-Active
                   DISPLAY "Signer is no longer active: "
                       Signer-Status-Flag
               ELSE
                   MOVE Signer-Role TO Old-Signer-Role
                   MOVE Signer-Effective-Date TO Old-Signer-Effective
                   MOVE Signer-Expiry-Date TO Old-Signer-Expiry
                   PERFORM Accept-Signer-Fields
                   PERFORM Validate-Signer-Terms
                   IF Signer-Terms-Are-Valid
                       REWRITE Account-Signer-Record
                       MOVE Signer-Role TO New-Signer-Role
                       MOVE Signer-Effective-Date
                           TO New-Signer-Effective
                       MOVE Signer-Expiry-Date TO New-Signer-Expiry
                       MOVE "terms" TO Saf-Item
                       PERFORM Set-Signer-Audit-Key
                       MOVE Old-Signer-Terms TO Maud-Work-Old
                       MOVE New-Signer-Terms TO Maud-Work-New
                       PERFORM Write-Maint-Audit
                       DISPLAY "Signer updated."
                   END-IF
               END-IF
           END-IF.

       Inquire-Signer.
           PERFORM Read-Selected-Signer.
           IF Sign-File-Ok
               PERFORM Display-Signer-Detail
           END-IF.

       Display-Signer-Detail.
           DISPLAY "Account: " Signer-Acct-Number
               "  Signer: " Signer-Customer-Id.
           DISPLAY "  Role: " Signer-Role.
           DISPLAY "  Effective: " Signer-Effective-Date.
           DISPLAY "  Expires: " Signer-Expiry-Date.
           DISPLAY "  Status: " Signer-Status-Flag.
           DISPLAY "  Added: " Signer-Added-Date.
           IF Signer-Flagged-Date NOT = 0
               DISPLAY "  Flagged: " Signer-Flagged-Date
           END-IF.

       Revoke-Signer.
           PERFORM Read-Selected-Signer.
           IF Sign-File-Ok
               IF NOT Signer-Active
                   DISPLAY "Signer is no longer active: "
                       Signer-Status-Flag
               ELSE
                   SET Signer-Revoked TO TRUE
                   MOVE Today-Date TO Signer-Flagged-Date
                   REWRITE Account-Signer-Record
                   MOVE "status" TO Saf-Item
                   PERFORM Set-Signer-Audit-Key
                   MOVE "Active" TO Maud-Work-Old
                   MOVE "Revoked" TO Maud-Work-New
                   PERFORM Write-Maint-Audit
                   DISPLAY "Signer revoked."
               END-IF
           END-IF.

      *> The file is keyed account first, so one account's signers
      *> sit together and a START on the account finds them all.
       List-Account-Signers.
           DISPLAY "Enter account number: " WITH NO ADVANCING.
           ACCEPT Entered-Acct-Number.
           MOVE 0 TO Signers-Listed.
           MOVE Entered-Acct-Number TO Signer-Acct-Number.
           MOVE 0 TO Signer-Customer-Id.
           START Account-Signer-File
               KEY IS NOT LESS THAN Signer-Key
               INVALID KEY
                   SET Sign-File-Eof TO TRUE
           END-START.
           IF Sign-File-Ok
               PERFORM Read-Next-Signer
           END-IF.
           PERFORM List-One-Signer
               UNTIL Sign-File-Eof
               OR Signer-Acct-Number NOT = Entered-Acct-Number.
           IF Signers-Listed = 0
               DISPLAY "No signers on account " Entered-Acct-Number
           END-IF.
           MOVE "00" TO Sign-File-Status.

       Read-Next-Signer.
           READ Account-Signer-File NEXT RECORD
               AT END
                   SET Sign-File-Eof TO TRUE
           END-READ.

       List-One-Signer.
           ADD 1 TO Signers-Listed.
           DISPLAY Signer-Customer-Id " role " Signer-Role
               " from " Signer-Effective-Date
               " to " Signer-Expiry-Date
               " status " Signer-Status-Flag.
           PERFORM Read-Next-Signer.

       Set-Signer-Audit-Key.
           MOVE Signer-Acct-Number TO Maud-Work-Key.
           MOVE Signer-Customer-Id TO Saf-Customer-Id.
           MOVE Signer-Audit-Field TO Maud-Work-Field.

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
