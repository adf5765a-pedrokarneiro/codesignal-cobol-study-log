       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctChangeApproval.
      *> AcctChangeApproval is the checker's menu for the
      *> sensitive account-master changes AccountMaintenance holds
      *> on the ACCTCHG pending-change queue - overdraft-limit
      *> raises, interest-rate changes and reopenings of closed
      *> accounts. A change is approved onto ACCTMSTR or rejected
      *> off the queue, and either decision must be made by an
      *> operator other than the one who keyed it. An approval is
      *> refused when the account no longer holds the value the
      *> change was keyed against, since the maker never saw what
      *> it holds now; such a change can only be rejected and
      *> keyed again. Approvals append a before/after image to
      *> ACCTIMGJ like any other maintenance rewrite, and every
      *> decision is stamped on MNTAUDIT. Operators sign on under
      *> the "A" account letter; deciding needs update authority.
      *> Anything not decided by end of day is dropped by
      *> AccountChangeExpiry.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: Pricing changes - a move to another deposit
      *> product, or on or off the own-pricing exception - can now
      *> be approved and rejected like the other held changes.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
      *> 2026-10-15: An approval whose account rewrite fails is not
      *> imaged, audited or taken off the queue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Account-Change-File ASSIGN TO "ACCTCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS Chg-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Operator-Master-File ASSIGN TO "OPRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-USER-ID
               FILE STATUS IS Opr-File-Status.

           SELECT Image-Journal-File ASSIGN TO "ACCTIMGJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Img-File-Status.

           SELECT LOCK-CONTROL-FILE ASSIGN TO "LOCKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

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
       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Account-Change-File.
       COPY ACCTCHG.

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Operator-Master-File.
       COPY OPRMSTR.

       FD  Image-Journal-File.
       COPY IMGJRNL.

       FD  LOCK-CONTROL-FILE.
       COPY LOCKREC.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       FD  MAINT-AUDIT-FILE.
       COPY MNTAUDIT.

       WORKING-STORAGE SECTION.
       COPY MAUDWS.

       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY LOCKWS.

       01 Img-File-Status PIC X(02) VALUE "00".
       01 Image-Before-Save PIC X(200).
       COPY SIGNONWS.

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".

       01 Chg-File-Status PIC X(02) VALUE "00".
          88 Chg-File-Ok VALUE "00".
          88 Chg-File-Eof VALUE "10".

       01 Menu-Choice PIC X(01).
          88 Menu-List VALUE "L" "l".
          88 Menu-Approve VALUE "A" "a".
          88 Menu-Reject VALUE "R" "r".
          88 Menu-Quit VALUE "Q" "q".

       01 Entered-Acct-Number PIC X(15).
       01 Entered-Field-Code PIC X(01).

       01 Account-Still-Matches-Flag PIC X(01) VALUE "N".
          88 Account-Still-Matches VALUE "Y".

       01 Changes-Listed PIC 9(05) VALUE 0.

       01 Today-Date PIC 9(08).

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "A" TO Signon-Function-Letter.
           MOVE "AcctChangeApproval" TO Signon-Program-Id.
           MOVE "AcctChangeApproval" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           PERFORM Read-Business-Date.
           MOVE "ACCTMSTR" TO Lock-Master-Wanted.
           MOVE "AcctChangeApproval" TO Lock-Program-Name.
           PERFORM Claim-Master-Lock.
           OPEN I-O Account-Master-File.
           IF Acct-File-Status = "35"
               DISPLAY "No account-master file to approve onto."
               PERFORM Release-Master-Lock
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O Account-Change-File.
           IF Chg-File-Status = "35"
               OPEN OUTPUT Account-Change-File
               CLOSE Account-Change-File
               OPEN I-O Account-Change-File
           END-IF.
           PERFORM Run-Menu UNTIL Menu-Quit.
           CLOSE Account-Change-File.
           CLOSE Account-Master-File.
           PERFORM Release-Master-Lock.
           DISPLAY "Goodbye.".
           STOP RUN.

       Run-Menu.
           PERFORM Display-Menu.
           ACCEPT Menu-Choice.
           IF NOT Menu-Quit
               PERFORM Dispatch-Menu-Choice
           END-IF.

       Display-Menu.
           DISPLAY "===== Account Change Approval =====".
           DISPLAY "L)ist waiting changes  A)pprove  R)eject  Q)uit".
           DISPLAY "Select an option: " WITH NO ADVANCING.

       Dispatch-Menu-Choice.
           IF Menu-List
               PERFORM List-Waiting-Changes
           ELSE
               IF Menu-Approve
                   IF Signon-Can-Update
                       PERFORM Approve-Change
                   ELSE
                       PERFORM Signon-Authority-Refused
                   END-IF
               ELSE
                   IF Menu-Reject
                       IF Signon-Can-Update
                           PERFORM Reject-Change
                       ELSE
                           PERFORM Signon-Authority-Refused
                       END-IF
                   ELSE
                       DISPLAY "Unknown option: " Menu-Choice
                   END-IF
               END-IF
           END-IF.

      *> The operator who keyed a change can neither approve nor
      *> reject it; to the queue it is as if it were not there.
       Read-Selected-Change.
           DISPLAY "Enter account number: " WITH NO ADVANCING.
           ACCEPT Entered-Acct-Number.
           DISPLAY "Enter change (O=overdraft R=rate S=reopen"
               " P=pricing): " WITH NO ADVANCING.
           ACCEPT Entered-Field-Code.
           MOVE Entered-Acct-Number TO Chg-Acct-Number.
           MOVE Entered-Field-Code TO Chg-Field-Code.
           READ Account-Change-File
               INVALID KEY
                   DISPLAY "No change waiting for " Entered-Acct-Number
                       " / " Entered-Field-Code
           END-READ.
           IF Chg-File-Ok
               IF Chg-Made-By = Signon-User-Id
                   DISPLAY "You keyed this change - another operator"
                       " must decide it."
                   MOVE "23" TO Chg-File-Status
               ELSE
                   PERFORM Display-One-Change
               END-IF
           END-IF.

       Approve-Change.
           PERFORM Read-Selected-Change.
           IF Chg-File-Ok
               MOVE Chg-Acct-Number TO Acct-Number
               READ Account-Master-File
                   INVALID KEY
                       DISPLAY "Account " Chg-Acct-Number
                           " is no longer on file - reject it."
               END-READ
               IF Acct-File-Ok
                   PERFORM Check-Account-Unchanged
                   IF Account-Still-Matches
                       PERFORM Apply-Approved-Change
                   ELSE
                       DISPLAY "Account " Chg-Acct-Number " no longer"
                           " holds " Chg-Old-Value
                       DISPLAY "  - reject the change and have it"
                           " keyed again."
                   END-IF
               END-IF
           END-IF.

      *> The change was keyed against the value the account held
      *> then; it is applied only if that is still what it holds.
       Check-Account-Unchanged.
           MOVE "N" TO Account-Still-Matches-Flag.
           EVALUATE TRUE
               WHEN Chg-Is-Interest-Rate
                   IF Acct-Interest-Rate = Chg-Old-Rate
                       SET Account-Still-Matches TO TRUE
                   END-IF
               WHEN Chg-Is-Overdraft-Limit
                   IF Acct-Overdraft-Limit = Chg-Old-Limit
                       SET Account-Still-Matches TO TRUE
                   END-IF
               WHEN Chg-Is-Reopen
                   IF Acct-Closed
                       SET Account-Still-Matches TO TRUE
                   END-IF
               WHEN Chg-Is-Pricing
                   IF Acct-Product-Code = Chg-Old-Product
                       AND ((Acct-Own-Pricing AND Chg-Old-Pricing = "Y")
                       OR (NOT Acct-Own-Pricing
                           AND Chg-Old-Pricing NOT = "Y"))
                       SET Account-Still-Matches TO TRUE
                   END-IF
           END-EVALUATE.

       Apply-Approved-Change.
           MOVE Acct-Master-Record TO Image-Before-Save.
           EVALUATE TRUE
               WHEN Chg-Is-Interest-Rate
                   MOVE Chg-New-Rate TO Acct-Interest-Rate
               WHEN Chg-Is-Overdraft-Limit
                   MOVE Chg-New-Limit TO Acct-Overdraft-Limit
               WHEN Chg-Is-Reopen
                   SET Acct-Active TO TRUE
               WHEN Chg-Is-Pricing
                   MOVE Chg-New-Product TO Acct-Product-Code
                   MOVE Chg-New-Pricing TO Acct-Pricing-Exception
           END-EVALUATE.
           MOVE Today-Date TO Acct-Last-Activity-Date.
           REWRITE Acct-Master-Record
               INVALID KEY
                   DISPLAY "Account not found: " Chg-Acct-Number
           END-REWRITE.
           IF Acct-File-Ok
               PERFORM Write-Account-Image
               MOVE Chg-Acct-Number TO Maud-Work-Key
               MOVE Chg-Field-Name TO Maud-Work-Field
               MOVE Chg-Old-Value TO Maud-Work-Old
               MOVE Chg-New-Value TO Maud-Work-New
               PERFORM Write-Maint-Audit
               MOVE "Change Approved" TO Maud-Work-Field
               MOVE Chg-Made-By TO Maud-Work-Old
               MOVE Chg-Field-Name TO Maud-Work-New
               PERFORM Write-Maint-Audit
               DELETE Account-Change-File RECORD
               DISPLAY Chg-Field-Name " change approved on "
                   Chg-Acct-Number "."
           ELSE
               DISPLAY Chg-Field-Name " change on " Chg-Acct-Number
                   " not applied (status " Acct-File-Status
                   ") - left on the queue."
           END-IF.

       Reject-Change.
           PERFORM Read-Selected-Change.
           IF Chg-File-Ok
               MOVE Chg-Acct-Number TO Maud-Work-Key
               MOVE "Change Rejected" TO Maud-Work-Field
               MOVE Chg-Made-By TO Maud-Work-Old
               MOVE Chg-Field-Name TO Maud-Work-New
               PERFORM Write-Maint-Audit
               DELETE Account-Change-File RECORD
               DISPLAY Chg-Field-Name " change rejected on "
                   Chg-Acct-Number "."
           END-IF.

       List-Waiting-Changes.
           MOVE 0 TO Changes-Listed.
           MOVE LOW-VALUES TO Chg-Key.
           START Account-Change-File KEY IS GREATER THAN Chg-Key
               INVALID KEY
                   SET Chg-File-Eof TO TRUE
           END-START.
           IF Chg-File-Ok
               PERFORM Read-Next-Change
           END-IF.
           PERFORM List-One-Change UNTIL Chg-File-Eof.
           IF Changes-Listed = 0
               DISPLAY "No changes waiting for approval."
           END-IF.
           MOVE "00" TO Chg-File-Status.

       Read-Next-Change.
           READ Account-Change-File NEXT RECORD
               AT END
                   SET Chg-File-Eof TO TRUE
           END-READ.

       List-One-Change.
           ADD 1 TO Changes-Listed.
           PERFORM Display-One-Change.
           PERFORM Read-Next-Change.

       Display-One-Change.
           DISPLAY Chg-Acct-Number " " Chg-Field-Code " "
               Chg-Field-Name " keyed by " Chg-Made-By
               " on " Chg-Made-Date.
           DISPLAY "    from " Chg-Old-Value " to " Chg-New-Value.

      *> One before/after image per master rewrite, for the
      *> roll-forward companion to MasterRestore.
       Write-Account-Image.
           MOVE "AcctChangeApproval" TO Img-Program-Id.
           MOVE Today-Date TO Img-Business-Date.
           ACCEPT Img-Change-Time FROM TIME.
           MOVE Image-Before-Save TO Img-Before-Image.
           MOVE Acct-Master-Record TO Img-After-Image.
           OPEN EXTEND Image-Journal-File.
           IF Img-File-Status = "35"
               CLOSE Image-Journal-File
               OPEN OUTPUT Image-Journal-File
           END-IF.
           WRITE Acct-Image-Record.
           CLOSE Image-Journal-File.

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

       COPY LOCKPROC.
