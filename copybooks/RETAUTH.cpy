      *****************************************************************
      * RETAUTH.CPY
      * One customer return authorization on the indexed RETAUTH
      * file, keyed by the SALESORD order and line the goods were
      * shipped on and a sequence within that line - the RA number
      * quoted to the customer is the whole key. ReturnAuthorization
      * issues an RA for no more than the line has shipped less what
      * earlier RAs on it already authorized. ReturnReceiving records
      * what arrives against the RA and the inspection result:
      * restockable eaches go back into ITEM-STOCK and a BINLOC bin
      * (INVJRNL reason "RTN"), damaged eaches come in and are
      * written off to scrap in the same breath (reason "SCR"), and
      * everything received is credited to the customer as an
      * ARLEDGER credit memo valued at the price it was invoiced at.
      * The RA closes once received covers authorized.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  RETURN-AUTH-RECORD.
           05  RA-KEY.
               10  RA-ORDER-NUMBER     PIC 9(06).
               10  RA-ORDER-LINE       PIC 9(03).
               10  RA-SEQUENCE         PIC 9(02).
           05  RA-CUSTOMER-ID          PIC 9(05).
           05  RA-ITEM-NUMBER          PIC 9(09).
           05  RA-WAREHOUSE            PIC X(03).
           05  RA-AUTH-DATE            PIC 9(08).
           05  RA-RETURN-REASON        PIC X(03).
               88  RA-REASON-DEFECTIVE         VALUE "DEF".
               88  RA-REASON-WRONG-ITEM        VALUE "WRG".
               88  RA-REASON-DAMAGED           VALUE "DMG".
               88  RA-REASON-NOT-NEEDED        VALUE "NNR".
               88  RA-REASON-VALID             VALUE "DEF" "WRG"
                                                     "DMG" "NNR".
           05  RA-QTY-AUTHORIZED       PIC 9(07).
           05  RA-QTY-RESTOCKED        PIC 9(07).
           05  RA-QTY-SCRAPPED         PIC 9(07).
           05  RA-STATUS               PIC X(01).
               88  RA-OPEN                     VALUE "O".
               88  RA-CLOSED                   VALUE "C".
           05  RA-LAST-RECEIPT-DATE    PIC 9(08).
           05  RA-CREDIT-TOTAL         PIC 9(09)V99.
           05  FILLER                  PIC X(20).
