       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchHitReview.
      *> WatchHitReview is the compliance desk's menu for the
      *> watch-list matches the screening routine files on WATCHHIT.
      *> A possible match is either confirmed - the customer really
      *> is the listed party - or cleared as a false positive, which
      *> the screening routine then never raises again for that
      *> customer and list entry. Either decision stamps the
      *> operator and date on the hit and on MNTAUDIT. When the
      *> match being decided is the one a record was held for on the
      *> CUSTPEND pending-review queue, the held record goes with
      *> it: a confirmed match drops it, a cleared one releases it -
      *> a held batch-load customer is added to CUSTMSTR, a held
      *> contact update is applied, and a held merge is named for
      *> resubmission on MERGEREQ. A released record whose name
      *> still matches another list entry is held again on that
      *> entry instead. Operators sign on under the "C" customer
      *> letter; deciding needs update authority.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

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

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT LOCK-CONTROL-FILE ASSIGN TO "LOCKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

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
       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  WATCH-LIST-FILE.
       COPY WATCHLST.

       FD  WATCH-HIT-FILE.
       COPY WATCHHIT.

       FD  PENDING-CUSTOMER-FILE.
       COPY CUSTPEND.

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  LOCK-CONTROL-FILE.
       COPY LOCKREC.

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

       COPY LOCKWS.

       COPY WATCHWS.

       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY SIGNONWS.

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".

       01 Menu-Choice PIC X(01).
          88 Menu-List VALUE "L" "l".
          88 Menu-Pending VALUE "P" "p".
          88 Menu-Confirm VALUE "C" "c".
          88 Menu-Clear VALUE "X" "x".
          88 Menu-Quit VALUE "Q" "q".

       01 Entered-Customer-Id PIC 9(05).
       01 Entered-Entry-Id PIC X(10).
       01 Decided-Entry-Id PIC X(10).
       01 Old-Whit-Status PIC X(01).

       01 Held-Contact-Fields.
           05 Held-Address          PIC X(57).
           05 Held-Phone            PIC X(12).

       01 Today-Date PIC 9(08).

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "C" TO Signon-Function-Letter.
           MOVE "WatchHitReview" TO Signon-Program-Id.
           MOVE "WatchHitReview" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           PERFORM Read-Business-Date.
           MOVE "CUSTMSTR" TO Lock-Master-Wanted.
           MOVE "WatchHitReview" TO Lock-Program-Name.
           PERFORM Claim-Master-Lock.
           OPEN I-O Customer-Master-File.
           IF Cust-File-Status = "35"
               DISPLAY "No customer-master file to release to."
               PERFORM Release-Master-Lock
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE Today-Date TO Watch-Business-Date.
           PERFORM Open-Watch-Files.
           PERFORM Open-Pending-File.
           PERFORM Run-Menu UNTIL Menu-Quit.
           PERFORM Close-Watch-Files.
           PERFORM Close-Pending-File.
           CLOSE Customer-Master-File.
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
           DISPLAY "===== Watch-List Hit Review =====".
           DISPLAY "L)ist open hits  P)ending records  C)onfirm"
               "  X)Clear  Q)uit".
           DISPLAY "Select an option: " WITH NO ADVANCING.

       Dispatch-Menu-Choice.
           IF Menu-List
               PERFORM List-Open-Hits
           ELSE
               IF Menu-Pending
                   PERFORM List-Pending-Records
               ELSE
                   IF Menu-Confirm
                       IF Signon-Can-Update
                           PERFORM Confirm-Watch-Hit
                       ELSE
                           PERFORM Signon-Authority-Refused
                       END-IF
                   ELSE
                       IF Menu-Clear
                           IF Signon-Can-Update
                               PERFORM Clear-Watch-Hit
                           ELSE
                               PERFORM Signon-Authority-Refused
                           END-IF
                       ELSE
                           DISPLAY "Unknown option: " Menu-Choice
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Only a possible match can be decided; a decision once made
      *> is not reopened here.
       Read-Selected-Hit.
           DISPLAY "Enter customer id: " WITH NO ADVANCING.
           ACCEPT Entered-Customer-Id.
           DISPLAY "Enter list entry id: " WITH NO ADVANCING.
           ACCEPT Entered-Entry-Id.
           MOVE Entered-Customer-Id TO WHIT-CUSTOMER-ID.
           MOVE Entered-Entry-Id TO WHIT-LIST-ENTRY-ID.
           READ WATCH-HIT-FILE
               INVALID KEY
                   DISPLAY "No watch-list hit for customer "
                       Entered-Customer-Id " entry " Entered-Entry-Id
           END-READ.
           IF WHIT-FILE-OK
               IF NOT WHIT-POSSIBLE
                   DISPLAY "Hit already decided (" WHIT-STATUS
                       ") by " WHIT-DECIDED-BY " on "
                       WHIT-DECIDED-DATE "."
                   MOVE "23" TO WHIT-FILE-STATUS
               END-IF
           END-IF.

       Confirm-Watch-Hit.
           PERFORM Read-Selected-Hit.
           IF WHIT-FILE-OK
               SET WHIT-CONFIRMED TO TRUE
               PERFORM Record-Hit-Decision
               DISPLAY "Match confirmed."
               PERFORM Read-Held-Record
               IF PEND-FILE-OK
                   DELETE PENDING-CUSTOMER-FILE RECORD
                   MOVE "Watch-List Release" TO Maud-Work-Field
                   MOVE PEND-LIST-ENTRY-ID TO Maud-Work-Old
                   MOVE "DROPPED" TO Maud-Work-New
                   PERFORM Write-Maint-Audit
                   DISPLAY "Held record for customer "
                       PEND-CUSTOMER-ID " dropped."
               END-IF
           END-IF.

       Clear-Watch-Hit.
           PERFORM Read-Selected-Hit.
           IF WHIT-FILE-OK
               SET WHIT-CLEARED TO TRUE
               PERFORM Record-Hit-Decision
               DISPLAY "Match cleared."
               PERFORM Read-Held-Record
               IF PEND-FILE-OK
                   PERFORM Release-Held-Record
               END-IF
           END-IF.

       Record-Hit-Decision.
           MOVE WHIT-LIST-ENTRY-ID TO Decided-Entry-Id.
           MOVE "P" TO Old-Whit-Status.
           MOVE Signon-User-Id TO WHIT-DECIDED-BY.
           MOVE Today-Date TO WHIT-DECIDED-DATE.
           REWRITE WATCH-HIT-RECORD.
           MOVE WHIT-KEY TO Maud-Work-Key.
           MOVE "Watch-Hit Status" TO Maud-Work-Field.
           MOVE Old-Whit-Status TO Maud-Work-Old.
           MOVE WHIT-STATUS TO Maud-Work-New.
           PERFORM Write-Maint-Audit.

      *> A customer's held record goes with this decision only when
      *> it was held on this same list entry; one held on another
      *> entry waits for that entry's own decision.
       Read-Held-Record.
           MOVE WHIT-CUSTOMER-ID TO PEND-CUSTOMER-ID.
           READ PENDING-CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF PEND-FILE-OK
               IF PEND-LIST-ENTRY-ID NOT = Decided-Entry-Id
                   DISPLAY "Customer " PEND-CUSTOMER-ID
                       " is held on entry " PEND-LIST-ENTRY-ID
                       " - held record left waiting."
                   MOVE "23" TO PEND-FILE-STATUS
               ELSE
                   MOVE PEND-CUSTOMER-ID TO Maud-Work-Key
               END-IF
           END-IF.

      *> The held name is screened once more - the cleared entry is
      *> now passed over, but another entry may still match it.
       Release-Held-Record.
           MOVE PEND-CUSTOMER-DATA TO CUSTOMER-RECORD.
           MOVE CUSTOMER-ID TO Watch-Screen-Customer-Id.
           MOVE CUSTOMER-FIRST-NAME TO Watch-Screen-First-Name.
           MOVE CUSTOMER-LAST-NAME TO Watch-Screen-Last-Name.
           PERFORM Screen-Watch-Name.
           IF Watch-Possible-Match
               MOVE PEND-SOURCE TO Watch-Hit-Source
               MOVE PEND-MERGE-DUPLICATE-ID TO Watch-Hold-Merge-Id
               PERFORM Hold-Customer-For-Review
               MOVE "Watch-List Hold" TO Maud-Work-Field
               MOVE Decided-Entry-Id TO Maud-Work-Old
               MOVE Watch-Match-Entry-Id TO Maud-Work-New
               PERFORM Write-Maint-Audit
               DISPLAY "Customer " CUSTOMER-ID " also matches entry "
                   Watch-Match-Entry-Id " - still held."
           ELSE
               EVALUATE TRUE
                   WHEN PEND-FROM-LOAD
                       PERFORM Add-Held-Customer
                   WHEN PEND-FROM-MAINTENANCE
                       PERFORM Apply-Held-Contact-Update
                   WHEN OTHER
                       DISPLAY "Merge of " PEND-MERGE-DUPLICATE-ID
                           " into " PEND-CUSTOMER-ID
                           " may now be resubmitted on MERGEREQ."
                       MOVE "MERGE RESUBMIT" TO Maud-Work-New
               END-EVALUATE
               DELETE PENDING-CUSTOMER-FILE RECORD
               MOVE "Watch-List Release" TO Maud-Work-Field
               MOVE Decided-Entry-Id TO Maud-Work-Old
               PERFORM Write-Maint-Audit
           END-IF.

       Add-Held-Customer.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Customer " CUSTOMER-ID
                       " has since been added - held record dropped."
           END-WRITE.
           IF Cust-File-Ok
               DISPLAY "Customer " CUSTOMER-ID " added to CUSTMSTR."
               MOVE "ADDED" TO Maud-Work-New
           ELSE
               MOVE "DROPPED" TO Maud-Work-New
           END-IF.

      *> Only the held contact fields are applied, over the record
      *> as it stands now, so nothing changed on it since the hold
      *> is lost.
       Apply-Held-Contact-Update.
           MOVE CUSTOMER-ADDRESS TO Held-Address.
           MOVE CUSTOMER-PHONE TO Held-Phone.
           READ Customer-Master-File
               INVALID KEY
                   DISPLAY "Customer " CUSTOMER-ID
                       " is no longer on file - update dropped."
           END-READ.
           IF Cust-File-Ok
               MOVE Held-Address TO CUSTOMER-ADDRESS
               MOVE Held-Phone TO CUSTOMER-PHONE
               REWRITE CUSTOMER-RECORD
               DISPLAY "Held contact update applied to customer "
                   CUSTOMER-ID "."
               MOVE "APPLIED" TO Maud-Work-New
           ELSE
               MOVE "DROPPED" TO Maud-Work-New
           END-IF.

       List-Open-Hits.
           MOVE LOW-VALUES TO WHIT-KEY.
           START WATCH-HIT-FILE KEY IS GREATER THAN WHIT-KEY
               INVALID KEY
                   SET WHIT-FILE-EOF TO TRUE
           END-START.
           IF WHIT-FILE-OK
               PERFORM Read-Next-Hit
           END-IF.
           IF WHIT-FILE-EOF
               DISPLAY "No watch-list hits on file."
           ELSE
               PERFORM List-One-Hit UNTIL WHIT-FILE-EOF
           END-IF.
           MOVE "00" TO WHIT-FILE-STATUS.

       Read-Next-Hit.
           READ WATCH-HIT-FILE NEXT RECORD
               AT END
                   SET WHIT-FILE-EOF TO TRUE
           END-READ.

       List-One-Hit.
           IF WHIT-POSSIBLE
               DISPLAY WHIT-CUSTOMER-ID " " WHIT-LIST-ENTRY-ID " "
                   WHIT-FIRST-NAME " " WHIT-LAST-NAME
                   " found " WHIT-FOUND-DATE " by " WHIT-SOURCE
           END-IF.
           PERFORM Read-Next-Hit.

       List-Pending-Records.
           MOVE LOW-VALUES TO PEND-CUSTOMER-ID.
           START PENDING-CUSTOMER-FILE
               KEY IS GREATER THAN PEND-CUSTOMER-ID
               INVALID KEY
                   SET PEND-FILE-EOF TO TRUE
           END-START.
           IF PEND-FILE-OK
               PERFORM Read-Next-Pending
           END-IF.
           IF PEND-FILE-EOF
               DISPLAY "No records held for review."
           ELSE
               PERFORM List-One-Pending UNTIL PEND-FILE-EOF
           END-IF.
           MOVE "00" TO PEND-FILE-STATUS.

       Read-Next-Pending.
           READ PENDING-CUSTOMER-FILE NEXT RECORD
               AT END
                   SET PEND-FILE-EOF TO TRUE
           END-READ.

       List-One-Pending.
           MOVE PEND-CUSTOMER-DATA TO CUSTOMER-RECORD.
           DISPLAY PEND-CUSTOMER-ID " " CUSTOMER-FIRST-NAME " "
               CUSTOMER-LAST-NAME " held " PEND-HELD-DATE
               " by " PEND-SOURCE " on entry " PEND-LIST-ENTRY-ID.
           PERFORM Read-Next-Pending.

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

       COPY WATCHPRC.

       COPY WATCHHLD.
