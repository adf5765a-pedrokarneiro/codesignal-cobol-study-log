      *****************************************************************
      * TRADTRN.CPY
      * One hero trade from the TRADTRAN transaction file HeroTrade
      * applies to the HEROTEAM team memberships. A swap ("S") sends
      * TRD-HERO-NAME from TRD-FROM-TEAM to TRD-TO-TEAM and brings
      * TRD-SWAP-HERO-NAME back the other way; a release ("R") sends
      * TRD-HERO-NAME across alone and leaves TRD-SWAP-HERO-NAME
      * blank. TRD-TRADE-DATE is the date the move takes effect.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  HERO-TRADE-TRAN-RECORD.
           05  TRD-HERO-NAME           PIC A(20).
           05  TRD-FROM-TEAM           PIC A(20).
           05  TRD-TO-TEAM             PIC A(20).
           05  TRD-TRAN-TYPE           PIC X(01).
               88  TRD-IS-SWAP                 VALUE "S".
               88  TRD-IS-RELEASE              VALUE "R".
           05  TRD-SWAP-HERO-NAME      PIC A(20).
           05  TRD-TRADE-DATE          PIC 9(08).
