      *****************************************************************
      * WATCHHLD.CPY
      * The shared pending-review paragraphs for the programs that
      * put customer records onto CUSTMSTR: OPEN-PENDING-FILE opens
      * the indexed CUSTPEND queue (creating it on first use), and
      * HOLD-CUSTOMER-FOR-REVIEW, performed after SCREEN-WATCH-NAME
      * has found a possible match, files the match on WATCHHIT and
      * parks CUSTOMER-RECORD on CUSTPEND - replacing any earlier
      * hold for the same customer - instead of writing it to the
      * master. WATCH-HOLD-MERGE-ID carries a held merge's duplicate
      * id (zero otherwise). COPY alongside WATCHWS and WATCHPRC,
      * with the CUSTPEND SELECT/FD declared by the host.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       OPEN-PENDING-FILE.
           OPEN I-O PENDING-CUSTOMER-FILE.
           IF PEND-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-CUSTOMER-FILE
               CLOSE PENDING-CUSTOMER-FILE
               OPEN I-O PENDING-CUSTOMER-FILE
           END-IF.

       CLOSE-PENDING-FILE.
           CLOSE PENDING-CUSTOMER-FILE.

       HOLD-CUSTOMER-FOR-REVIEW.
           PERFORM RECORD-WATCH-HIT.
           MOVE CUSTOMER-ID TO PEND-CUSTOMER-ID.
           MOVE WATCH-HIT-SOURCE TO PEND-SOURCE.
           MOVE WATCH-BUSINESS-DATE TO PEND-HELD-DATE.
           MOVE WATCH-MATCH-ENTRY-ID TO PEND-LIST-ENTRY-ID.
           MOVE WATCH-HOLD-MERGE-ID TO PEND-MERGE-DUPLICATE-ID.
           MOVE CUSTOMER-RECORD TO PEND-CUSTOMER-DATA.
           WRITE PENDING-CUSTOMER-RECORD
               INVALID KEY
                   REWRITE PENDING-CUSTOMER-RECORD
           END-WRITE.
