      *****************************************************************
      * LEGALORD.CPY
      * One garnishment or levy order on the indexed LEGALORD file,
      * keyed by LGL-ORDER-NUMBER (the court or agency reference):
      * the customer whose funds are to be seized, the amount
      * ordered, the protected floor the customer must be left with
      * across all their accounts, the dates received and due for
      * remittance, and the running amounts held and remitted.
      * Keyed by LegalOrderMaintenance; worked by the nightly
      * GarnishmentProcessing step, which moves an order from
      * received to held (holds placed), to remitted (seizure debits
      * posted on the remit date), or - once an order is withdrawn -
      * to closed with its holds released.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  LEGAL-ORDER-RECORD.
           05  LGL-ORDER-NUMBER        PIC X(12).
           05  LGL-CUSTOMER-ID         PIC 9(05).
           05  LGL-ORDER-TYPE          PIC X(01).
               88  LGL-GARNISHMENT             VALUE "G".
               88  LGL-LEVY                    VALUE "L".
           05  LGL-AMOUNT-ORDERED      PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
           05  LGL-PROTECTED-FLOOR     PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
           05  LGL-RECEIVED-DATE       PIC 9(08).
           05  LGL-REMIT-DATE          PIC 9(08).
           05  LGL-AMOUNT-HELD         PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
           05  LGL-AMOUNT-REMITTED     PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE.
           05  LGL-LAST-ACTION-DATE    PIC 9(08).
           05  LGL-STATUS-FLAG         PIC X(01).
               88  LGL-RECEIVED                VALUE "N".
               88  LGL-HELD                    VALUE "H".
               88  LGL-REMITTED                VALUE "R".
               88  LGL-WITHDRAWN               VALUE "W".
               88  LGL-CLOSED                  VALUE "C".
