       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchListLoad.
      *> WatchListLoad builds the WATCHLST watch list the customer
      *> programs screen names against from the WLPUBLSH file - the
      *> published sanctions list and the bank's internal list,
      *> one entry per line with the list letter ("S" or "I") in
      *> front of each name. Every entry is keyed through the shared
      *> NORMALIZE-WATCH-NAME paragraph, so the list and the
      *> customers are keyed by the very same rule. Entries with no
      *> id, an unknown list letter or no name at all are rejected
      *> and listed without failing the step, so the rescreen
      *> behind it still runs against the entries that did load.
      *> The new list is compared with the one on file; only a
      *> load that actually changes it bumps the list version
      *> on WATCHCTL, which is what sends WatchListRescreen through
      *> the whole customer master. No WLPUBLSH file means nothing
      *> was published this week and the list stands as it is.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Published-List-File ASSIGN TO "WLPUBLSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pub-File-Status.

           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATCH-LIST-STATUS.

           SELECT Watch-Control-File ASSIGN TO "WATCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Wlc-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Published-List-File.
       01 Published-List-Record.
           05 Pub-Entry-Id          PIC X(10).
           05 Pub-List-Source       PIC X(01).
              88 Pub-Source-Valid VALUE "S" "I".
           05 Pub-First-Name        PIC X(20).
           05 Pub-Last-Name         PIC X(20).

       FD  WATCH-LIST-FILE.
       COPY WATCHLST.

       FD  Watch-Control-File.
       COPY WATCHCTL.

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Job-Log-File.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY WATCHWS.

       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Pub-File-Status PIC X(02) VALUE "00".
          88 Pub-File-Ok VALUE "00".
          88 Pub-File-Eof VALUE "10".

       01 Wlc-File-Status PIC X(02) VALUE "00".
          88 Wlc-File-Ok VALUE "00".

       01 Today-Date PIC 9(08).

      *> The list as published, built here in full before anything
      *> on file is replaced.
       01 New-Entry-Count PIC 9(04) VALUE 0.
       01 New-Sub PIC 9(04).
       01 New-Entry-Table.
           05 New-Entry OCCURS 5000 TIMES.
              10 Tbl-New-Entry-Id      PIC X(10).
              10 Tbl-New-List-Source   PIC X(01).
              10 Tbl-New-First-Name    PIC X(20).
              10 Tbl-New-Last-Name     PIC X(20).
              10 Tbl-New-Name-Key      PIC X(40).

       01 List-Changed-Switch PIC X(01) VALUE "N".
          88 List-Changed VALUE "Y".

       01 Entries-Read PIC 9(07) VALUE 0.
       01 Entries-Rejected PIC 9(05) VALUE 0.
       01 Entries-Over-Limit PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Read-Watch-Control.
           OPEN INPUT Published-List-File.
           IF NOT Pub-File-Ok
               DISPLAY "No WLPUBLSH list published - WATCHLST version "
                   WLC-LIST-VERSION " stands."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           DISPLAY "===== Watch-List Load =====".
           PERFORM Read-Next-Published-Entry.
           PERFORM Take-One-Published-Entry UNTIL Pub-File-Eof.
           CLOSE Published-List-File.
           IF Entries-Over-Limit > 0
               DISPLAY "WLPUBLSH has " Entries-Over-Limit
                   " entries past the " WATCH-MAX-ENTRIES
                   "-entry limit - load refused, WATCHLST unchanged."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           IF New-Entry-Count = 0
               DISPLAY "WLPUBLSH holds no usable entries - load"
                   " refused, WATCHLST unchanged."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           PERFORM Load-Current-List.
           PERFORM Compare-With-Current-List.
           IF List-Changed
               PERFORM Write-New-List
               ADD 1 TO WLC-LIST-VERSION
               MOVE Today-Date TO WLC-CHANGED-DATE
               DISPLAY "WATCHLST changed - now version "
                   WLC-LIST-VERSION
           ELSE
               DISPLAY "WATCHLST unchanged - version "
                   WLC-LIST-VERSION " stands."
           END-IF.
           MOVE New-Entry-Count TO WLC-ENTRY-COUNT.
           PERFORM Write-Watch-Control.
           DISPLAY "Entries read: " Entries-Read.
           DISPLAY "Entries rejected: " Entries-Rejected.
           DISPLAY "Entries on list: " New-Entry-Count.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> A missing control file means no list has been loaded yet;
      *> the first load that finds entries becomes version 1.
       Read-Watch-Control.
           MOVE 0 TO WLC-LIST-VERSION.
           MOVE 0 TO WLC-CHANGED-DATE.
           MOVE 0 TO WLC-ENTRY-COUNT.
           MOVE 0 TO WLC-RESCREEN-VERSION.
           MOVE 0 TO WLC-RESCREEN-DATE.
           OPEN INPUT Watch-Control-File.
           IF Wlc-File-Ok
               READ Watch-Control-File
                   AT END
                       CONTINUE
               END-READ
               CLOSE Watch-Control-File
           END-IF.

       Write-Watch-Control.
           OPEN OUTPUT Watch-Control-File.
           WRITE WATCH-CONTROL-RECORD.
           CLOSE Watch-Control-File.

       Read-Next-Published-Entry.
           READ Published-List-File
               AT END
                   SET Pub-File-Eof TO TRUE
           END-READ.

       Take-One-Published-Entry.
           ADD 1 TO Entries-Read.
           MOVE Pub-First-Name TO WATCH-NAME-RAW(1:20).
           MOVE Pub-Last-Name TO WATCH-NAME-RAW(21:20).
           PERFORM Normalize-Watch-Name.
           IF Pub-Entry-Id = SPACES
               OR NOT Pub-Source-Valid
               OR WATCH-NAME-KEY = SPACES
               ADD 1 TO Entries-Rejected
               DISPLAY "Rejected: entry '" Pub-Entry-Id "' list '"
                   Pub-List-Source "' name '" Pub-First-Name
                   Pub-Last-Name "'"
           ELSE
               IF New-Entry-Count = WATCH-MAX-ENTRIES
                   ADD 1 TO Entries-Over-Limit
               ELSE
                   ADD 1 TO New-Entry-Count
                   MOVE Pub-Entry-Id
                       TO Tbl-New-Entry-Id(New-Entry-Count)
                   MOVE Pub-List-Source
                       TO Tbl-New-List-Source(New-Entry-Count)
                   MOVE Pub-First-Name
                       TO Tbl-New-First-Name(New-Entry-Count)
                   MOVE Pub-Last-Name
                       TO Tbl-New-Last-Name(New-Entry-Count)
                   MOVE WATCH-NAME-KEY
                       TO Tbl-New-Name-Key(New-Entry-Count)
               END-IF
           END-IF.
           PERFORM Read-Next-Published-Entry.

       Load-Current-List.
           MOVE 0 TO WATCH-ENTRY-COUNT.
           OPEN INPUT WATCH-LIST-FILE.
           IF WATCH-LIST-OK
               PERFORM Read-Next-Current-Entry
               PERFORM Take-One-Current-Entry UNTIL WATCH-LIST-EOF
               CLOSE WATCH-LIST-FILE
           END-IF.

       Read-Next-Current-Entry.
           READ WATCH-LIST-FILE
               AT END
                   SET WATCH-LIST-EOF TO TRUE
           END-READ.

       Take-One-Current-Entry.
           IF WATCH-ENTRY-COUNT < WATCH-MAX-ENTRIES
               ADD 1 TO WATCH-ENTRY-COUNT
               MOVE WL-ENTRY-ID TO WTBL-ENTRY-ID(WATCH-ENTRY-COUNT)
               MOVE WL-NAME-KEY TO WTBL-NAME-KEY(WATCH-ENTRY-COUNT)
           ELSE
               SET List-Changed TO TRUE
           END-IF.
           PERFORM Read-Next-Current-Entry.

      *> Any difference in count, order, id or name key counts as a
      *> change; a reshuffled list costs one extra rescreen, a missed
      *> change would cost a missed match.
       Compare-With-Current-List.
           IF WATCH-ENTRY-COUNT NOT = New-Entry-Count
               SET List-Changed TO TRUE
           END-IF.
           PERFORM Compare-One-Entry
               VARYING New-Sub FROM 1 BY 1
               UNTIL New-Sub > New-Entry-Count
               OR List-Changed.

       Compare-One-Entry.
           IF Tbl-New-Entry-Id(New-Sub) NOT = WTBL-ENTRY-ID(New-Sub)
               OR Tbl-New-Name-Key(New-Sub)
                   NOT = WTBL-NAME-KEY(New-Sub)
               SET List-Changed TO TRUE
           END-IF.

       Write-New-List.
           OPEN OUTPUT WATCH-LIST-FILE.
           PERFORM Write-One-List-Entry
               VARYING New-Sub FROM 1 BY 1
               UNTIL New-Sub > New-Entry-Count.
           CLOSE WATCH-LIST-FILE.

       Write-One-List-Entry.
           MOVE Tbl-New-Entry-Id(New-Sub) TO WL-ENTRY-ID.
           MOVE Tbl-New-List-Source(New-Sub) TO WL-LIST-SOURCE.
           MOVE Tbl-New-First-Name(New-Sub) TO WL-FIRST-NAME.
           MOVE Tbl-New-Last-Name(New-Sub) TO WL-LAST-NAME.
           MOVE Tbl-New-Name-Key(New-Sub) TO WL-NAME-KEY.
           WRITE WATCH-LIST-RECORD.

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

       Write-Job-Log.
           MOVE "WatchListLoad" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Entries-Read TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       COPY WATCHNRM.
