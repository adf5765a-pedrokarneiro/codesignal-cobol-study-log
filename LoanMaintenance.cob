      *> the amortization table.
      *> Maintenance History
      *> 2026-09-02: Initial version.
      *> 2026-10-15: A new loan books with no days past due and no
      *> late charges; the detail display shows both.
      *> 2026-10-15: A)uto-pay sets or cancels a loan's auto-pay
      *> mandate - the borrower's own active deposit account the
      *> scheduled payment is drafted from each due date.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
      *> 2026-10-15: An auto-pay account whose debits are frozen or
      *> that is held in a foreign currency is refused.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS Loan-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Security-Log-File ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sec-Log-File-Status.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.
       FD  Loan-Master-File.
       COPY LOANREC.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       FD  MAINT-AUDIT-FILE.
       COPY MNTAUDIT.

          88 Loan-File-Ok VALUE "00".
          88 Loan-File-Eof VALUE "10".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".

       01 Menu-Choice PIC X(01).
          88 Menu-Book VALUE "B" "b".
          88 Menu-Update VALUE "U" "u".
          88 Menu-Inquire VALUE "I" "i".
          88 Menu-List VALUE "L" "l".
          88 Menu-Autopay VALUE "A" "a".
          88 Menu-Quit VALUE "Q" "q".

       01 Entered-Loan-Number PIC X(15).
       01 Entered-Autopay-Acct PIC X(15).
       01 Mandate-Refused-Switch PIC X(01) VALUE "N".
          88 Mandate-Is-Refused VALUE "Y".
       01 Today-Date PIC 9(08).

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "L" TO Signon-Function-Letter.
           MOVE "LoanMaintenance" TO Signon-Program-Id.
           MOVE "LoanMaintenance" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           PERFORM Read-Business-Date.

       Display-Menu.
           DISPLAY "===== Loan Master Maintenance =====".
           DISPLAY "B)ook  U)pdate  A)uto-pay  I)nquire  L)ist  Q)uit".
           DISPLAY "Select an option: " WITH NO ADVANCING.

       Dispatch-Menu-Choice.
                       PERFORM Signon-Authority-Refused
                   END-IF
               ELSE
                   IF Menu-Autopay
                       IF Signon-Can-Update
                           PERFORM Maintain-Autopay-Mandate
                       ELSE
                           PERFORM Signon-Authority-Refused
                       END-IF
                   ELSE
                       IF Menu-Inquire
                           PERFORM Inquire-Loan
                       ELSE
                           IF Menu-List
                               PERFORM List-Loans
                           ELSE
                               DISPLAY "Unknown option: " Menu-Choice
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE Entered-Loan-Number TO Loan-Number.
           PERFORM Accept-Loan-Fields.
           MOVE Loan-Principal TO Loan-Balance.
           MOVE 0 TO Loan-Days-Past-Due.
           MOVE 0 TO Loan-Late-Charge-Due.
           MOVE 0 TO Loan-Late-Charge-Date.
           MOVE SPACES TO Loan-Autopay-Acct.
           MOVE 0 TO Loan-Autopay-Due-Date.
           MOVE SPACE TO Loan-Autopay-Status.
           SET Loan-Active TO TRUE.
           WRITE Loan-Master-Record
               INVALID KEY
               DISPLAY "Loan updated."
           END-IF.

      *> Spaces cancel the mandate. A new mandate must name an
      *> active deposit account the borrower holds, and starts with
      *> nothing drafted yet.
       Maintain-Autopay-Mandate.
           PERFORM Accept-Loan-Number.
           MOVE Entered-Loan-Number TO Loan-Number.
           READ Loan-Master-File
               INVALID KEY
                   DISPLAY "Loan not found: " Entered-Loan-Number
           END-READ.
           IF Loan-File-Ok
               DISPLAY "Current auto-pay account: " Loan-Autopay-Acct
               DISPLAY "Enter auto-pay account (spaces to cancel): "
                   WITH NO ADVANCING
               ACCEPT Entered-Autopay-Acct
               MOVE "N" TO Mandate-Refused-Switch
               IF Entered-Autopay-Acct NOT = SPACES
                   PERFORM Check-Autopay-Account
               END-IF
               IF NOT Mandate-Is-Refused
                   MOVE Loan-Number TO Maud-Work-Key
                   MOVE "Auto-pay account" TO Maud-Work-Field
                   MOVE Loan-Autopay-Acct TO Maud-Work-Old
                   MOVE Entered-Autopay-Acct TO Maud-Work-New
                   MOVE Entered-Autopay-Acct TO Loan-Autopay-Acct
                   MOVE 0 TO Loan-Autopay-Due-Date
                   MOVE SPACE TO Loan-Autopay-Status
                   REWRITE Loan-Master-Record
                   PERFORM Write-Maint-Audit
                   IF Entered-Autopay-Acct = SPACES
                       DISPLAY "Auto-pay cancelled."
                   ELSE
                       DISPLAY "Auto-pay mandate set."
                   END-IF
               END-IF
           END-IF.

       Check-Autopay-Account.
           OPEN INPUT Account-Master-File.
           IF NOT Acct-File-Ok
               SET Mandate-Is-Refused TO TRUE
               DISPLAY "No account-master file to check against."
           ELSE
               MOVE Entered-Autopay-Acct TO Acct-Number
               READ Account-Master-File
                   INVALID KEY
                       SET Mandate-Is-Refused TO TRUE
                       DISPLAY "Account not found: "
                           Entered-Autopay-Acct
               END-READ
               IF NOT Mandate-Is-Refused
                   EVALUATE TRUE
                       WHEN NOT Acct-Active
                           SET Mandate-Is-Refused TO TRUE
                           DISPLAY "Account is not active."
                       WHEN Acct-Debits-Frozen
                           SET Mandate-Is-Refused TO TRUE
                           DISPLAY "Account debits are frozen."
                       WHEN NOT Acct-Local-Currency
                           SET Mandate-Is-Refused TO TRUE
                           DISPLAY "Account is not held in local"
                               " currency."
                       WHEN Acct-Customer-Id NOT = Loan-Customer-Id
                           AND Acct-Second-Customer-Id
                               NOT = Loan-Customer-Id
                           SET Mandate-Is-Refused TO TRUE
                           DISPLAY "Account is not the borrower's."
                   END-EVALUATE
               END-IF
               CLOSE Account-Master-File
           END-IF.

       Inquire-Loan.
           PERFORM Accept-Loan-Number.
           MOVE Entered-Loan-Number TO Loan-Number.
           DISPLAY "  Next Due: " Loan-Next-Due-Date.
           DISPLAY "  Balance: " Loan-Balance.
           DISPLAY "  Status: " Loan-Status-Flag.
           DISPLAY "  Days Past Due: " Loan-Days-Past-Due.
           DISPLAY "  Late Charges Due: " Loan-Late-Charge-Due.
           IF Loan-Autopay-Acct NOT = SPACES
               DISPLAY "  Auto-pay From: " Loan-Autopay-Acct
               IF Loan-Autopay-Failed
                   DISPLAY "  AUTO-PAY FAILED for due date "
                       Loan-Autopay-Due-Date
               END-IF
           END-IF.

       List-Loans.
           MOVE LOW-VALUES TO Loan-Number.
