      *                 quoted cost per each, held with the pending
      *                 entry so an approval keys it onto the
      *                 purchase-order line.
      * 2026-10-15 PDK  Added PND-NEED-DATE - the suggestion's
      *                 promised arrival date had it been ordered the
      *                 day it was held - so an approval can date the
      *                 vendor's promise on the order line.
      *****************************************************************
       01  PENDING-APPROVAL-RECORD.
           05  PND-ID                  PIC 9(05).
           05  PND-UNIT-COST           PIC 9(05)V99.
           05  PND-VALUE               PIC 9(09)V99.
           05  PND-ENTERED-DATE        PIC 9(08).
           05  PND-NEED-DATE           PIC 9(08).
           05  PND-STATUS              PIC X(01).
               88  PND-PENDING                 VALUE "P".
               88  PND-APPROVED                VALUE "A".
