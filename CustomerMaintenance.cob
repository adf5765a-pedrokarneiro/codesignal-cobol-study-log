      *> shared LOCKCTL lock-control file at open and releases
      *> it at close, so a maintenance menu and a batch can no
      *> longer rewrite the same master at once.
      *> 2026-10-15: Added the supervisor-only X)Deceased option
      *> that records a customer's death and date of death for
      *> the nightly DeceasedCustomerProcessing run; the mark can
      *> be cleared only until that run has acted on it.
      *> 2026-10-15: Added the K)YC review option that closes a
      *> customer's KYC review: it records the reviewer and date,
      *> lets the reviewer set the risk rating, and sets the next
      *> review due date from the rating through KYCPROC. The
      *> inquiry shows the risk rating and review dates.
      *> 2026-10-15: A contact update now screens the customer's
      *> name against the WATCHLST watch list through the shared
      *> WATCHPRC routine; on a possible match the updated record is
      *> held on the CUSTPEND pending-review queue for compliance
      *> and the master is left as it was.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
      *> 2026-10-15: Added the supervisor-only C)redit limit option
      *> that sets the limit SalesOrderEntry checks orders against;
      *> the inquiry shows it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Security-Log-File ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sec-Log-File-Status.

           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATCH-LIST-STATUS.

           SELECT WATCH-HIT-FILE ASSIGN TO "WATCHHIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHIT-KEY
               FILE STATUS IS WHIT-FILE-STATUS.

           SELECT PENDING-CUSTOMER-FILE ASSIGN TO "CUSTPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-CUSTOMER-ID
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.
       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       FD  WATCH-LIST-FILE.
       COPY WATCHLST.

       FD  WATCH-HIT-FILE.
       COPY WATCHHIT.

       FD  PENDING-CUSTOMER-FILE.
       COPY CUSTPEND.

       FD  MAINT-AUDIT-FILE.
       COPY MNTAUDIT.


       COPY SIGNONWS.

       COPY KYCWS.

       COPY WATCHWS.

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

          88 Menu-Delivery VALUE "D" "d".
          88 Menu-Preferences VALUE "P" "p".
          88 Menu-List VALUE "L" "l".
          88 Menu-Deceased VALUE "X" "x".
          88 Menu-Review VALUE "K" "k".
          88 Menu-Credit-Limit VALUE "C" "c".
          88 Menu-Quit VALUE "Q" "q".

       01 Entered-Customer-Id PIC 9(05).
           05 Old-Stmt-Delivery     PIC X(01).
           05 Old-Preference-Block  PIC X(04).
           05 New-Preference-Block  PIC X(04).
           05 Old-Deceased-Flag     PIC X(01).
           05 Old-Date-Of-Death     PIC 9(08).
           05 Old-Risk-Rating       PIC X(01).
           05 Old-Next-Review-Date  PIC X(08).
           05 Old-Last-Review-Date  PIC X(08).
           05 Old-Credit-Limit      PIC X(07).

       01 Entered-Risk-Rating PIC X(01).

       01 Entered-Credit-Limit PIC 9(07).
       01 Credit-Limit-Edit PIC Z,ZZZ,ZZ9.

       01 Entered-Date-Of-Death PIC X(08).
       01 Entered-Death-Date-Num REDEFINES Entered-Date-Of-Death
                                 PIC 9(08).

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "C" TO Signon-Function-Letter.
           MOVE "CustomerMaintenance" TO Signon-Program-Id.
           MOVE "CustomerMaintenance" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           PERFORM Read-Business-Date.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE Today-Date TO Watch-Business-Date.
           MOVE "M" TO Watch-Hit-Source.
           PERFORM Open-Watch-Files.
           PERFORM Open-Pending-File.
           PERFORM Run-Menu UNTIL Menu-Quit.
           PERFORM Close-Watch-Files.
           PERFORM Close-Pending-File.
           CLOSE Customer-Master-File.
           PERFORM Release-Master-Lock.
           DISPLAY "Goodbye.".
       Display-Menu.
           DISPLAY "===== Customer Master Maintenance =====".
           DISPLAY "U)pdate contact  W)ithholding  D)elivery"
               "  P)references  X)Deceased  K)YC review"
               "  C)redit limit  I)nquire  L)ist  Q)uit".
           DISPLAY "Select an option: " WITH NO ADVANCING.

       Dispatch-Menu-Choice.
                               IF Menu-List
                                   PERFORM List-Customers
                               ELSE
                                   IF Menu-Deceased
                                       IF Signon-Supervisor
                                           PERFORM Update-Deceased
                                       ELSE
                                           PERFORM
                                           Signon-Authority-Refused
                                       END-IF
                                   ELSE
                                       IF Menu-Review
                                           IF Signon-Can-Update
                                               PERFORM
                                               Close-Kyc-Review
                                           ELSE
                                               PERFORM
                                           Signon-Authority-Refused
                                           END-IF
                                       ELSE
                                           IF Menu-Credit-Limit
                                             IF Signon-Supervisor
                                               PERFORM
                                               Update-Credit-Limit
                                             ELSE
                                               PERFORM
                                           Signon-Authority-Refused
                                             END-IF
                                           ELSE
                                           DISPLAY "Unknown option: "
                                               Menu-Choice
                                           END-IF
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               ACCEPT CUSTOMER-ZIP
               DISPLAY "Enter phone: " WITH NO ADVANCING
               ACCEPT CUSTOMER-PHONE
               MOVE CUSTOMER-ID TO Watch-Screen-Customer-Id
               MOVE CUSTOMER-FIRST-NAME TO Watch-Screen-First-Name
               MOVE CUSTOMER-LAST-NAME TO Watch-Screen-Last-Name
               PERFORM Screen-Watch-Name
               IF Watch-Possible-Match
                   PERFORM Hold-Contact-Update
               ELSE
                   PERFORM Rewrite-Contact-Fields
               END-IF
           END-IF.

       Rewrite-Contact-Fields.
           REWRITE CUSTOMER-RECORD.
           MOVE CUSTOMER-ID TO Maud-Work-Key.
           MOVE "Address" TO Maud-Work-Field.
           MOVE Old-Customer-Address TO Maud-Work-Old.
           MOVE CUSTOMER-ADDRESS TO Maud-Work-New.
           PERFORM Write-Maint-Audit.
           MOVE "Phone" TO Maud-Work-Field.
           MOVE Old-Customer-Phone TO Maud-Work-Old.
           MOVE CUSTOMER-PHONE TO Maud-Work-New.
           PERFORM Write-Maint-Audit.
           DISPLAY "Customer updated.".

      *> The update waits on CUSTPEND for compliance; WatchHitReview
      *> applies it to the master if the match is cleared.
       Hold-Contact-Update.
           MOVE 0 TO Watch-Hold-Merge-Id.
           PERFORM Hold-Customer-For-Review.
           MOVE CUSTOMER-ID TO Maud-Work-Key.
           MOVE "Watch-List Hold" TO Maud-Work-Field.
           MOVE SPACES TO Maud-Work-Old.
           MOVE Watch-Match-Entry-Id TO Maud-Work-New.
           PERFORM Write-Maint-Audit.
           DISPLAY "Possible watch-list match " Watch-Match-Entry-Id
               " - update held for compliance review.".

       Update-Withholding.
           PERFORM Read-Selected-Customer.
           IF Cust-File-Ok
               DISPLAY "Preferences updated."
           END-IF.

      *> Records (or clears) a customer's death. The nightly
      *> DeceasedCustomerProcessing run acts on a "Y" mark and turns
      *> it to "P"; once processed the mark can no longer be
      *> cleared here, since the accounts have already been frozen
      *> or retitled.
       Update-Deceased.
           PERFORM Read-Selected-Customer.
           IF Cust-File-Ok
               IF CUSTOMER-ESTATE-PROCESSED
                   DISPLAY "Estate already processed on "
                       CUSTOMER-DATE-OF-DEATH " - no change made."
               ELSE
                   PERFORM Enter-Deceased-Detail
               END-IF
           END-IF.

       Enter-Deceased-Detail.
           MOVE CUSTOMER-DECEASED-FLAG TO Old-Deceased-Flag.
           MOVE CUSTOMER-DATE-OF-DEATH TO Old-Date-Of-Death.
           DISPLAY "Deceased (Y/N): " WITH NO ADVANCING.
           ACCEPT CUSTOMER-DECEASED-FLAG.
           IF CUSTOMER-DECEASED-FLAG = "y"
               MOVE "Y" TO CUSTOMER-DECEASED-FLAG
           END-IF.
           IF CUSTOMER-DEATH-REPORTED
               DISPLAY "Date of death (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT Entered-Date-Of-Death
               IF Entered-Date-Of-Death NOT NUMERIC
                   OR Entered-Death-Date-Num = 0
                   OR Entered-Death-Date-Num > Today-Date
                   DISPLAY "Invalid date of death - no change made."
                   MOVE Old-Deceased-Flag TO CUSTOMER-DECEASED-FLAG
               ELSE
                   MOVE Entered-Death-Date-Num
                       TO CUSTOMER-DATE-OF-DEATH
                   PERFORM Rewrite-Deceased-Customer
               END-IF
           ELSE
               MOVE "N" TO CUSTOMER-DECEASED-FLAG
               MOVE 0 TO CUSTOMER-DATE-OF-DEATH
               PERFORM Rewrite-Deceased-Customer
           END-IF.

       Rewrite-Deceased-Customer.
           REWRITE CUSTOMER-RECORD.
           MOVE CUSTOMER-ID TO Maud-Work-Key.
           MOVE "Deceased Flag" TO Maud-Work-Field.
           MOVE Old-Deceased-Flag TO Maud-Work-Old.
           MOVE CUSTOMER-DECEASED-FLAG TO Maud-Work-New.
           PERFORM Write-Maint-Audit.
           MOVE "Date Of Death" TO Maud-Work-Field.
           MOVE Old-Date-Of-Death TO Maud-Work-Old.
           MOVE CUSTOMER-DATE-OF-DEATH TO Maud-Work-New.
           PERFORM Write-Maint-Audit.
           DISPLAY "Deceased status updated.".

      *> Closes a KYC review: the reviewer confirms or changes the
      *> risk rating, the review is stamped with the business date
      *> and the signed-on operator, and the next review falls due a
      *> full cycle for the rating from today.
       Close-Kyc-Review.
           PERFORM Read-Selected-Customer.
           IF Cust-File-Ok
               IF CUSTOMER-DECEASED
                   DISPLAY "Customer is deceased - no review needed."
               ELSE
                   PERFORM Enter-Kyc-Review
               END-IF
           END-IF.

       Enter-Kyc-Review.
           PERFORM Display-Risk-Detail.
           DISPLAY "Risk rating (L/M/H, blank keeps current): "
               WITH NO ADVANCING.
           ACCEPT Entered-Risk-Rating.
           INSPECT Entered-Risk-Rating CONVERTING "lmh" TO "LMH".
           IF Entered-Risk-Rating = SPACE
               MOVE CUSTOMER-RISK-RATING TO Entered-Risk-Rating
               IF Entered-Risk-Rating = SPACE
                   MOVE "L" TO Entered-Risk-Rating
               END-IF
           END-IF.
           IF Entered-Risk-Rating NOT = "L"
               AND Entered-Risk-Rating NOT = "M"
               AND Entered-Risk-Rating NOT = "H"
               DISPLAY "Invalid risk rating - no change made."
           ELSE
               MOVE CUSTOMER-RISK-RATING TO Old-Risk-Rating
               MOVE CUSTOMER-NEXT-REVIEW-DATE TO Old-Next-Review-Date
               MOVE CUSTOMER-LAST-REVIEW-DATE TO Old-Last-Review-Date
               MOVE Entered-Risk-Rating TO CUSTOMER-RISK-RATING
               MOVE "R" TO CUSTOMER-RISK-REASON
               MOVE Today-Date TO CUSTOMER-LAST-REVIEW-DATE
               MOVE Signon-User-Id TO CUSTOMER-REVIEWED-BY
               MOVE Today-Date TO Kyc-Base-Date
               PERFORM Set-Next-Review-Date
               REWRITE CUSTOMER-RECORD
               MOVE CUSTOMER-ID TO Maud-Work-Key
               MOVE "Risk Rating" TO Maud-Work-Field
               MOVE Old-Risk-Rating TO Maud-Work-Old
               MOVE CUSTOMER-RISK-RATING TO Maud-Work-New
               PERFORM Write-Maint-Audit
               MOVE "Last Review Date" TO Maud-Work-Field
               MOVE Old-Last-Review-Date TO Maud-Work-Old
               MOVE CUSTOMER-LAST-REVIEW-DATE TO Maud-Work-New
               PERFORM Write-Maint-Audit
               MOVE "Next Review Date" TO Maud-Work-Field
               MOVE Old-Next-Review-Date TO Maud-Work-Old
               MOVE CUSTOMER-NEXT-REVIEW-DATE TO Maud-Work-New
               PERFORM Write-Maint-Audit
               DISPLAY "Review closed - next review due "
                   CUSTOMER-NEXT-REVIEW-DATE "."
           END-IF.

      *> The credit limit is in whole currency units; zero takes
      *> the customer off limit checking. A record from before the
      *> limit was kept shows no limit until one is set.
       Update-Credit-Limit.
           PERFORM Read-Selected-Customer.
           IF Cust-File-Ok
               PERFORM Display-Credit-Limit
               MOVE CUSTOMER-CREDIT-LIMIT TO Old-Credit-Limit
               DISPLAY "New credit limit (0 = no limit): "
                   WITH NO ADVANCING
               ACCEPT Entered-Credit-Limit
               MOVE Entered-Credit-Limit TO CUSTOMER-CREDIT-LIMIT
               REWRITE CUSTOMER-RECORD
               MOVE CUSTOMER-ID TO Maud-Work-Key
               MOVE "Credit Limit" TO Maud-Work-Field
               MOVE Old-Credit-Limit TO Maud-Work-Old
               MOVE CUSTOMER-CREDIT-LIMIT TO Maud-Work-New
               PERFORM Write-Maint-Audit
               DISPLAY "Credit limit updated."
           END-IF.

       Display-Credit-Limit.
           IF CUSTOMER-CREDIT-LIMIT IS NUMERIC
               AND CUSTOMER-CREDIT-LIMIT > 0
               MOVE CUSTOMER-CREDIT-LIMIT TO Credit-Limit-Edit
               DISPLAY "  Credit Limit: " Credit-Limit-Edit
           ELSE
               DISPLAY "  Credit Limit: none"
           END-IF.

       Display-Risk-Detail.
           DISPLAY "  Risk Rating: " CUSTOMER-RISK-RATING
               " reason " CUSTOMER-RISK-REASON.
           DISPLAY "  Last Review: " CUSTOMER-LAST-REVIEW-DATE
               " by " CUSTOMER-REVIEWED-BY
               "  Next Due: " CUSTOMER-NEXT-REVIEW-DATE.

       Inquire-Customer.
           PERFORM Read-Selected-Customer.
           IF Cust-File-Ok
               "/" CUSTOMER-PHONE-OK "/" CUSTOMER-MARKETING-OK.
           DISPLAY "  Do Not Contact: " CUSTOMER-DNC-FLAG
               " set " CUSTOMER-DNC-SET-DATE.
           IF CUSTOMER-DECEASED
               DISPLAY "  Deceased: " CUSTOMER-DECEASED-FLAG
                   " date of death " CUSTOMER-DATE-OF-DEATH
           END-IF.
           PERFORM Display-Risk-Detail.
           PERFORM Display-Credit-Limit.

       List-Customers.
           MOVE LOW-VALUES TO CUSTOMER-ID.

       COPY MAUDPROC.

       COPY KYCPROC.

       COPY WATCHPRC.

       COPY WATCHHLD.

       COPY LOCKPROC.
