      *****************************************************************
      * WATCHPRC.CPY
      * The shared watch-list screening paragraphs CustomerBatchLoad,
      * CustomerMaintenance, CustomerMerge, WatchListRescreen and
      * WatchHitReview PERFORM. OPEN-WATCH-FILES loads the WATCHLST
      * list into memory and opens the WATCHHIT hit file (creating it
      * on first use); SCREEN-WATCH-NAME keys WATCH-SCREEN-FIRST-NAME
      * and WATCH-SCREEN-LAST-NAME through NORMALIZE-WATCH-NAME and
      * sets WATCH-POSSIBLE-MATCH and WATCH-MATCH-ENTRY-ID on the
      * first list entry with the same key that compliance has not
      * already cleared for WATCH-SCREEN-CUSTOMER-ID; RECORD-WATCH-HIT
      * files that match on WATCHHIT as a possible match unless it is
      * there already. A shop with no list loaded yet screens nothing
      * and says so once. COPY alongside WATCHWS.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       OPEN-WATCH-FILES.
           PERFORM LOAD-WATCH-LIST.
           OPEN I-O WATCH-HIT-FILE.
           IF WHIT-FILE-STATUS = "35"
               OPEN OUTPUT WATCH-HIT-FILE
               CLOSE WATCH-HIT-FILE
               OPEN I-O WATCH-HIT-FILE
           END-IF.

       CLOSE-WATCH-FILES.
           CLOSE WATCH-HIT-FILE.

       LOAD-WATCH-LIST.
           MOVE 0 TO WATCH-ENTRY-COUNT.
           OPEN INPUT WATCH-LIST-FILE.
           IF NOT WATCH-LIST-OK
               SET WATCH-LIST-MISSING TO TRUE
               DISPLAY "No WATCHLST watch list loaded - names are"
                   " not being screened."
           ELSE
               PERFORM READ-NEXT-WATCH-ENTRY
               PERFORM TAKE-ONE-WATCH-ENTRY UNTIL WATCH-LIST-EOF
               CLOSE WATCH-LIST-FILE
           END-IF.
           SET WATCH-LIST-LOADED TO TRUE.

       READ-NEXT-WATCH-ENTRY.
           READ WATCH-LIST-FILE
               AT END
                   SET WATCH-LIST-EOF TO TRUE
           END-READ.

      *> WatchListLoad refuses a list longer than the table, so an
      *> entry past the end here means the file was built by hand.
       TAKE-ONE-WATCH-ENTRY.
           IF WATCH-ENTRY-COUNT < WATCH-MAX-ENTRIES
               ADD 1 TO WATCH-ENTRY-COUNT
               MOVE WL-ENTRY-ID TO WTBL-ENTRY-ID(WATCH-ENTRY-COUNT)
               MOVE WL-NAME-KEY TO WTBL-NAME-KEY(WATCH-ENTRY-COUNT)
           ELSE
               DISPLAY "WATCHLST longer than " WATCH-MAX-ENTRIES
                   " entries - entry " WL-ENTRY-ID " not screened."
           END-IF.
           PERFORM READ-NEXT-WATCH-ENTRY.

       SCREEN-WATCH-NAME.
           MOVE "N" TO WATCH-MATCH-SWITCH.
           MOVE SPACES TO WATCH-MATCH-ENTRY-ID.
           IF NOT WATCH-LIST-LOADED
               PERFORM LOAD-WATCH-LIST
           END-IF.
           MOVE WATCH-SCREEN-FIRST-NAME TO WATCH-NAME-RAW(1:20).
           MOVE WATCH-SCREEN-LAST-NAME TO WATCH-NAME-RAW(21:20).
           PERFORM NORMALIZE-WATCH-NAME.
           IF WATCH-NAME-KEY NOT = SPACES
               PERFORM CHECK-ONE-WATCH-ENTRY
                   VARYING WATCH-SUB FROM 1 BY 1
                   UNTIL WATCH-SUB > WATCH-ENTRY-COUNT
                   OR WATCH-POSSIBLE-MATCH
           END-IF.

      *> A key match compliance has already cleared for this very
      *> customer is a known false positive and is passed over.
       CHECK-ONE-WATCH-ENTRY.
           IF WTBL-NAME-KEY(WATCH-SUB) = WATCH-NAME-KEY
               MOVE WATCH-SCREEN-CUSTOMER-ID TO WHIT-CUSTOMER-ID
               MOVE WTBL-ENTRY-ID(WATCH-SUB) TO WHIT-LIST-ENTRY-ID
               READ WATCH-HIT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WHIT-FILE-OK AND WHIT-CLEARED
                   CONTINUE
               ELSE
                   SET WATCH-POSSIBLE-MATCH TO TRUE
                   MOVE WTBL-ENTRY-ID(WATCH-SUB)
                       TO WATCH-MATCH-ENTRY-ID
               END-IF
           END-IF.

       RECORD-WATCH-HIT.
           MOVE "N" TO WATCH-HIT-NEW-SWITCH.
           MOVE WATCH-SCREEN-CUSTOMER-ID TO WHIT-CUSTOMER-ID.
           MOVE WATCH-MATCH-ENTRY-ID TO WHIT-LIST-ENTRY-ID.
           READ WATCH-HIT-FILE
               INVALID KEY
                   SET WATCH-HIT-IS-NEW TO TRUE
           END-READ.
           IF WATCH-HIT-IS-NEW
               MOVE WATCH-SCREEN-CUSTOMER-ID TO WHIT-CUSTOMER-ID
               MOVE WATCH-MATCH-ENTRY-ID TO WHIT-LIST-ENTRY-ID
               MOVE WATCH-BUSINESS-DATE TO WHIT-FOUND-DATE
               MOVE WATCH-SCREEN-FIRST-NAME TO WHIT-FIRST-NAME
               MOVE WATCH-SCREEN-LAST-NAME TO WHIT-LAST-NAME
               MOVE WATCH-HIT-SOURCE TO WHIT-SOURCE
               SET WHIT-POSSIBLE TO TRUE
               MOVE SPACES TO WHIT-DECIDED-BY
               MOVE 0 TO WHIT-DECIDED-DATE
               WRITE WATCH-HIT-RECORD
           END-IF.

       COPY WATCHNRM.
