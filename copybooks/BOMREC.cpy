      *****************************************************************
      * BOMREC.CPY
      * One component line of a kit's bill of materials on the
      * indexed BILLMAT file, keyed by the kit's INVSTOCK item number
      * and the component's: the eaches of the component that go
      * into one each of the kit. Reading a kit's key range reads its
      * whole bill. Maintained from the BomMaintenance menu; read by
      * KitAssembly, which builds kits from their components (and
      * breaks them back down) as journaled INVJRNL movements instead
      * of a pair of untraceable INVADJ adjustments.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  BILL-OF-MATERIALS-RECORD.
           05  BOM-KEY.
               10  BOM-KIT-ITEM        PIC 9(09).
               10  BOM-COMPONENT-ITEM  PIC 9(09).
           05  BOM-QTY-PER             PIC 9(04).
           05  FILLER                  PIC X(10).
