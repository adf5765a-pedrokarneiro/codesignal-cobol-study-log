      *****************************************************************
      * WATCHCTL.CPY
      * The one-record WATCHCTL watch-list control file: the version
      * of the list WATCHLST holds (WatchListLoad bumps it only when
      * a load actually changes the list), when it changed, how many
      * entries it has, and the version and date the last
      * WatchListRescreen ran against - so the weekly rescreen works
      * only when the list has moved.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  WATCH-CONTROL-RECORD.
           05  WLC-LIST-VERSION        PIC 9(05).
           05  WLC-CHANGED-DATE        PIC 9(08).
           05  WLC-ENTRY-COUNT         PIC 9(05).
           05  WLC-RESCREEN-VERSION    PIC 9(05).
           05  WLC-RESCREEN-DATE       PIC 9(08).
