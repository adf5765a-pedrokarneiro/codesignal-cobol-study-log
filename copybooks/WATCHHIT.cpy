      *****************************************************************
      * WATCHHIT.CPY
      * One watch-list match on the indexed WATCHHIT file, keyed by
      * customer and list entry: the date the match was found, the
      * name that was screened, which program found it, and where
      * compliance stands with it - "P" possible match awaiting
      * review, "C" confirmed, "X" cleared as a false positive - with
      * who decided and when. A cleared pair is never raised again by
      * the screening routine. The nightly CustomerRiskReview run
      * raises the customer's risk rating on any match not cleared.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      * 2026-10-15 PDK  Keyed by customer and list entry, with the
      *                 screened name, the finding program and the
      *                 compliance decision, for the watch-list
      *                 screening routine and WatchHitReview.
      * 2026-10-15 PDK  Added the "A" source for a match found when
      *                 AccountApplication screens an applicant.
      *****************************************************************
       01  WATCH-HIT-RECORD.
           05  WHIT-KEY.
               10  WHIT-CUSTOMER-ID    PIC 9(05).
               10  WHIT-LIST-ENTRY-ID  PIC X(10).
           05  WHIT-FOUND-DATE         PIC 9(08).
           05  WHIT-FIRST-NAME         PIC X(20).
           05  WHIT-LAST-NAME          PIC X(20).
           05  WHIT-SOURCE             PIC X(01).
               88  WHIT-FROM-LOAD              VALUE "L".
               88  WHIT-FROM-MAINTENANCE       VALUE "M".
               88  WHIT-FROM-MERGE             VALUE "G".
               88  WHIT-FROM-RESCREEN          VALUE "R".
               88  WHIT-FROM-APPLICATION       VALUE "A".
           05  WHIT-STATUS             PIC X(01).
               88  WHIT-POSSIBLE               VALUE "P".
               88  WHIT-CONFIRMED              VALUE "C".
               88  WHIT-CLEARED                VALUE "X".
           05  WHIT-DECIDED-BY         PIC X(08).
           05  WHIT-DECIDED-DATE       PIC 9(08).
