      *****************************************************************
      * TRADELOG.CPY
      * One hero move on the TRADELOG trade log, written by HeroTrade
      * for every hero an accepted trade moves (a swap writes two
      * lines, one per hero): the hero, the team left and the team
      * joined, the date the move took effect and the date it was
      * posted. The log is never purged; BattleStandings reads it
      * back to credit each battle to the team the hero was on that
      * day.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  HERO-TRADE-LOG-RECORD.
           05  TL-HERO-NAME            PIC A(20).
           05  TL-FROM-TEAM            PIC A(20).
           05  TL-TO-TEAM              PIC A(20).
           05  TL-TRAN-TYPE            PIC X(01).
           05  TL-TRADE-DATE           PIC 9(08).
           05  TL-POST-DATE            PIC 9(08).
