      *****************************************************************
      * DRAWER.CPY
      * One teller's cash drawer for one business date on the
      * indexed DRAWERS file, keyed by operator and date. The
      * teller opens it at the start of the day in TellerDrawer
      * with the branch worked and the opening cash, and closes it
      * at the end of the day with the cash counted.
      * DrawerBalanceReport proves the count against the opening
      * cash plus the day's teller cash items on PSTJRNL. The
      * counted cash is zero until the drawer is closed.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  TELLER-DRAWER-RECORD.
           05  DRW-KEY.
               10  DRW-OPERATOR-ID     PIC X(08).
               10  DRW-BUSINESS-DATE   PIC 9(08).
           05  DRW-BRANCH-CODE         PIC X(05).
           05  DRW-OPENING-CASH        PIC 9(09)V99.
           05  DRW-STATUS-FLAG         PIC X(01).
               88  DRW-OPEN                    VALUE "O".
               88  DRW-CLOSED                  VALUE "C".
           05  DRW-COUNTED-CASH        PIC 9(09)V99.
           05  DRW-CLOSED-BY           PIC X(08).
           05  DRW-CLOSED-TIME         PIC 9(08).
           05  FILLER                  PIC X(20).
