      *****************************************************************
      * WATCHNRM.CPY
      * The watch-list name-key paragraph: NORMALIZE-WATCH-NAME turns
      * WATCH-NAME-RAW (first name then last name) into
      * WATCH-NAME-KEY - upper case, letters and digits only, every
      * space and punctuation mark dropped - so "O'Brien-Smith",
      * "OBRIEN SMITH" and "o brien smith" all key alike. WatchListLoad
      * keys the list with it and the screening routine keys the
      * customer with it, so the two can never disagree. COPY
      * alongside WATCHWS.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       NORMALIZE-WATCH-NAME.
           INSPECT WATCH-NAME-RAW
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WATCH-NAME-KEY.
           MOVE 0 TO WATCH-KEY-LENGTH.
           PERFORM KEEP-ONE-NAME-CHARACTER
               VARYING WATCH-CHAR-SUB FROM 1 BY 1
               UNTIL WATCH-CHAR-SUB > 40.

       KEEP-ONE-NAME-CHARACTER.
           MOVE WATCH-NAME-RAW(WATCH-CHAR-SUB:1) TO WATCH-NAME-CHAR.
           IF WATCH-CHAR-KEPT
               ADD 1 TO WATCH-KEY-LENGTH
               MOVE WATCH-NAME-CHAR
                   TO WATCH-NAME-KEY(WATCH-KEY-LENGTH:1)
           END-IF.
