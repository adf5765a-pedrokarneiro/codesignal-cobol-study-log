      *****************************************************************
      * CUSTPEND.CPY
      * One customer record held out of CUSTMSTR on the indexed
      * CUSTPEND pending-review queue because its name is a possible
      * watch-list match: which program held it (batch load, customer
      * maintenance or merge), when, the list entry it matched, the
      * duplicate id of a held merge, and the whole customer record
      * as it would have been written. WatchHitReview activates it
      * when compliance clears the match and drops it when the match
      * is confirmed.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  PENDING-CUSTOMER-RECORD.
           05  PEND-CUSTOMER-ID        PIC 9(05).
           05  PEND-SOURCE             PIC X(01).
               88  PEND-FROM-LOAD              VALUE "L".
               88  PEND-FROM-MAINTENANCE       VALUE "M".
               88  PEND-FROM-MERGE             VALUE "G".
           05  PEND-HELD-DATE          PIC 9(08).
           05  PEND-LIST-ENTRY-ID      PIC X(10).
           05  PEND-MERGE-DUPLICATE-ID PIC 9(05).
           05  PEND-CUSTOMER-DATA      PIC X(180).
