      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-09-02 PDK  Initial version.
      * 2026-10-15 PDK  Added the "S" suspended status: the order
      *                 stays on file but StandingOrderGenerate, which
      *                 only emits active orders, skips it. Set by
      *                 DeceasedCustomerProcessing on the orders of
      *                 an estate account.
      *****************************************************************
       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-ID             PIC 9(05).
           05  SO-STATUS-FLAG          PIC X(01).
               88  SO-ACTIVE                   VALUE "A".
               88  SO-EXPIRED                  VALUE "E".
               88  SO-SUSPENDED                VALUE "S".
