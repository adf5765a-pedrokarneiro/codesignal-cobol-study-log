      *> for its rewrite pass, and appends a before/after image of
      *> every account repoint to the ACCTIMGJ image journal for
      *> MasterRollForward.
      *> 2026-10-15: Image-Before-Save widened to the 200-byte
      *> account record (restriction flag and reserve).
      *> 2026-10-15: The survivor's name is screened against the
      *> WATCHLST watch list through the shared WATCHPRC routine
      *> before anything is touched; on a possible match the merge
      *> is held on the CUSTPEND pending-review queue for compliance
      *> and can be resubmitted once the match is cleared.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

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

           SELECT Image-Journal-File ASSIGN TO "ACCTIMGJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Img-File-Status.
       FD  Image-Journal-File.
       COPY IMGJRNL.

       FD  WATCH-LIST-FILE.
       COPY WATCHLST.

       FD  WATCH-HIT-FILE.
       COPY WATCHHIT.

       FD  PENDING-CUSTOMER-FILE.
       COPY CUSTPEND.

       WORKING-STORAGE SECTION.
       COPY LOCKWS.

       COPY WATCHWS.

       01 Img-File-Status PIC X(02) VALUE "00".
       01 Image-Before-Save PIC X(200).
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Accounts-Repointed PIC 9(05) VALUE 0.
       01 Merges-Applied PIC 9(05) VALUE 0.
       01 Merges-Refused PIC 9(05) VALUE 0.
       01 Merges-Held PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
               CLOSE Image-Journal-File
               OPEN OUTPUT Image-Journal-File
           END-IF.
           MOVE Today-Date TO Watch-Business-Date.
           MOVE "G" TO Watch-Hit-Source.
           PERFORM Open-Watch-Files.
           PERFORM Open-Pending-File.
           DISPLAY "===== Customer Merge =====".
           PERFORM Read-Next-Merge-Request.
           PERFORM Merge-One-Customer UNTIL Merge-File-Eof.
           CLOSE Merge-Request-File.
           PERFORM Close-Watch-Files.
           PERFORM Close-Pending-File.
           CLOSE Image-Journal-File.
           CLOSE Customer-Master-File.
           CLOSE Account-Master-File.
           PERFORM Release-Both-Masters.
           DISPLAY "Merges applied: " Merges-Applied.
           DISPLAY "Merges refused: " Merges-Refused.
           DISPLAY "Merges held for watch-list review: " Merges-Held.
           DISPLAY "Accounts repointed: " Accounts-Repointed.
           IF Merges-Refused > 0 OR Merges-Held > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
                   ADD 1 TO Merges-Refused
           END-READ.
           IF Cust-File-Ok
               PERFORM Screen-Survivor-Name
           END-IF.
           IF Cust-File-Ok AND NOT Watch-Possible-Match
               PERFORM Repoint-Duplicate-Accounts
               PERFORM Carry-Over-Contact-Fields
               PERFORM Write-Merge-History
                   Merge-Survivor-Id
           END-IF.

      *> A held merge touches neither master; the survivor record
      *> waits on CUSTPEND with the duplicate's id, to be resubmitted
      *> on MERGEREQ once compliance clears the match.
       Screen-Survivor-Name.
           MOVE CUSTOMER-ID TO Watch-Screen-Customer-Id.
           MOVE CUSTOMER-FIRST-NAME TO Watch-Screen-First-Name.
           MOVE CUSTOMER-LAST-NAME TO Watch-Screen-Last-Name.
           PERFORM Screen-Watch-Name.
           IF Watch-Possible-Match
               MOVE Merge-Duplicate-Id TO Watch-Hold-Merge-Id
               PERFORM Hold-Customer-For-Review
               ADD 1 TO Merges-Held
               DISPLAY "Held: survivor " Merge-Survivor-Id
                   " is a possible watch-list match "
                   Watch-Match-Entry-Id
           END-IF.

       Repoint-Duplicate-Accounts.
           MOVE LOW-VALUES TO Acct-Number.
           MOVE "00" TO Acct-File-Status.
           END-IF.

       COPY LOCKPROC.

       COPY WATCHPRC.

       COPY WATCHHLD.
