      *****************************************************************
      * LOTSTOCK.CPY
      * One lot's stock in one bin on the indexed LOTSTOCK file -
      * the level under BINLOC for perishable items, so the stock in
      * a bin can be told apart by the lot it came in on and the
      * date it expires. The key runs item, warehouse, expiry date,
      * lot and bin, so reading an item's lots in key order reads
      * them soonest-expiring first. A lot received with no expiry
      * carries 99999999 and sorts last. GoodsReceipt records the
      * lot and expiry keyed on the receipt, PickingListReport sends
      * the picker to the lot that expires first, ShipmentConfirm
      * relieves the lot picked (or, when none is named, the lots
      * in expiry order), and LotExpiryReport lists the lots about
      * to expire and the expired lots still on hand.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  LOT-STOCK-RECORD.
           05  LOT-KEY.
               10  LOT-ITEM-NUMBER     PIC 9(09).
               10  LOT-WAREHOUSE       PIC X(03).
               10  LOT-EXPIRY-DATE     PIC 9(08).
                   88  LOT-NO-EXPIRY           VALUE 99999999.
               10  LOT-NUMBER          PIC X(10).
               10  LOT-BIN             PIC X(05).
           05  LOT-STOCK               PIC 9(04).
           05  LOT-RECEIVED-DATE       PIC 9(08).
           05  FILLER                  PIC X(10).
