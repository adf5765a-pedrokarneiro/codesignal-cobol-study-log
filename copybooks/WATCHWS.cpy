      *****************************************************************
      * WATCHWS.CPY
      * Working-storage fields for the shared watch-list screening
      * paragraphs (WATCHPRC, WATCHNRM and WATCHHLD copybooks): the
      * name being screened and for which customer, the match switch
      * and matched entry, the in-memory copy of the WATCHLST list,
      * and the name-key work fields. The host declares the WATCHLST
      * and WATCHHIT SELECT/FDs itself (COPY WATCHLST and WATCHHIT
      * under the FDs), plus CUSTPEND (COPY CUSTPEND) when it holds
      * records, moves the business date into WATCH-BUSINESS-DATE
      * and its source letter into WATCH-HIT-SOURCE, and PERFORMs
      * OPEN-WATCH-FILES before the first SCREEN-WATCH-NAME.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  WATCH-SCREEN-FIELDS.
           05  WATCH-SCREEN-CUSTOMER-ID PIC 9(05).
           05  WATCH-SCREEN-FIRST-NAME PIC X(20).
           05  WATCH-SCREEN-LAST-NAME  PIC X(20).
           05  WATCH-BUSINESS-DATE     PIC 9(08).
           05  WATCH-HIT-SOURCE        PIC X(01).
           05  WATCH-MATCH-SWITCH      PIC X(01) VALUE "N".
               88  WATCH-POSSIBLE-MATCH        VALUE "Y".
           05  WATCH-MATCH-ENTRY-ID    PIC X(10).
           05  WATCH-HIT-NEW-SWITCH    PIC X(01) VALUE "N".
               88  WATCH-HIT-IS-NEW            VALUE "Y".
           05  WATCH-HOLD-MERGE-ID     PIC 9(05) VALUE 0.
           05  WATCH-LIST-LOADED-SW    PIC X(01) VALUE "N".
               88  WATCH-LIST-LOADED           VALUE "Y".
           05  WATCH-LIST-MISSING-SW   PIC X(01) VALUE "N".
               88  WATCH-LIST-MISSING          VALUE "Y".
           05  WATCH-MAX-ENTRIES       PIC 9(04) VALUE 5000.
           05  WATCH-ENTRY-COUNT       PIC 9(04) VALUE 0.
           05  WATCH-SUB               PIC 9(04).

       01  WATCH-NAME-WORK.
           05  WATCH-NAME-RAW          PIC X(40).
           05  WATCH-NAME-KEY          PIC X(40).
           05  WATCH-NAME-CHAR         PIC X(01).
               88  WATCH-CHAR-KEPT             VALUE "A" THRU "Z"
                                                     "0" THRU "9".
           05  WATCH-CHAR-SUB          PIC 9(02).
           05  WATCH-KEY-LENGTH        PIC 9(02).

       01  WATCH-ENTRY-TABLE.
           05  WATCH-TABLE-ENTRY OCCURS 5000 TIMES.
               10  WTBL-ENTRY-ID       PIC X(10).
               10  WTBL-NAME-KEY       PIC X(40).

       01  WATCH-LIST-STATUS           PIC X(02) VALUE "00".
           88  WATCH-LIST-OK                   VALUE "00".
           88  WATCH-LIST-EOF                  VALUE "10".
       01  WHIT-FILE-STATUS            PIC X(02) VALUE "00".
           88  WHIT-FILE-OK                    VALUE "00".
           88  WHIT-FILE-EOF                   VALUE "10".
       01  PEND-FILE-STATUS            PIC X(02) VALUE "00".
           88  PEND-FILE-OK                    VALUE "00".
           88  PEND-FILE-EOF                   VALUE "10".
