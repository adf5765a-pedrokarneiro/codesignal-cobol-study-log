      *****************************************************************
      * ROPPROP.CPY
      * One proposed reorder point on the ROPPROP file, written by
      * the month-end ReorderPointProposal run for each item and
      * warehouse whose actual usage on INVJRNL argues for a
      * different ITEM-REORDER-POINT: the average and peak daily
      * issues over the usage window, the preferred vendor's lead
      * time, the ABC class whose safety-stock factor was applied,
      * and the point proposed against the one on file. A buyer
      * approves or rejects each from the ReorderPointApproval menu;
      * only an approved proposal ever reaches INVSTOCK. Each
      * month's run replaces the file, so a proposal left undecided
      * is superseded by the fresher one.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  REORDER-PROPOSAL-RECORD.
           05  ROP-ID                  PIC 9(05).
           05  ROP-ITEM-NUMBER         PIC 9(09).
           05  ROP-WAREHOUSE           PIC X(03).
           05  ROP-ABC-CLASS           PIC X(01).
           05  ROP-AVG-DAILY-USAGE     PIC 9(05)V99.
           05  ROP-PEAK-DAILY-USAGE    PIC 9(05).
           05  ROP-VENDOR-ID           PIC 9(05).
           05  ROP-LEAD-DAYS           PIC 9(03).
           05  ROP-CURRENT-POINT       PIC 9(04).
           05  ROP-PROPOSED-POINT      PIC 9(04).
           05  ROP-PROPOSED-DATE       PIC 9(08).
           05  ROP-STATUS              PIC X(01).
               88  ROP-PENDING                 VALUE "P".
               88  ROP-APPROVED                VALUE "A".
               88  ROP-REJECTED                VALUE "R".
           05  ROP-DECIDED-BY          PIC X(08).
           05  ROP-DECIDED-DATE        PIC 9(08).
