      *****************************************************************
      * WATCHLST.CPY
      * One entry on the WATCHLST watch list WatchListLoad builds from
      * the published sanctions list and the bank's internal list:
      * the entry id, which list it came from, the listed name, and
      * the name key - first and last name run together in upper
      * case with every space and punctuation mark dropped - that the
      * screening routine compares against.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  WATCH-LIST-RECORD.
           05  WL-ENTRY-ID             PIC X(10).
           05  WL-LIST-SOURCE          PIC X(01).
               88  WL-SANCTIONS-LIST           VALUE "S".
               88  WL-INTERNAL-LIST            VALUE "I".
           05  WL-FIRST-NAME           PIC X(20).
           05  WL-LAST-NAME            PIC X(20).
           05  WL-NAME-KEY             PIC X(40).
