       IDENTIFICATION DIVISION.
       PROGRAM-ID. BomMaintenance.
      *> BomMaintenance is the menu-driven front end for the BILLMAT
      *> bill-of-materials file, built on the same menu shape
      *> VendorMaintenance uses: A)dd a component to a kit's bill,
      *> R)ead a kit's bill, C)hange a component's eaches per kit,
      *> D)elete a component (supervisor only). A kit cannot list
      *> itself as a component and a component must go in at least
      *> one each per kit. Kits are product-catalog structure, so
      *> the menu signs on under the "P" product letter; every
      *> change writes the common MNTAUDIT maintenance-audit entry
      *> stamped with the signed-on operator. KitAssembly builds
      *> and breaks down kits from these bills.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Bill-Of-Materials-File ASSIGN TO "BILLMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOM-KEY
               FILE STATUS IS Bom-File-Status.

           SELECT Operator-Master-File ASSIGN TO "OPRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-USER-ID
               FILE STATUS IS Opr-File-Status.

           SELECT Alert-File ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Security-Log-File ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sec-Log-File-Status.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  Bill-Of-Materials-File.
       COPY BOMREC.

       FD  Operator-Master-File.
       COPY OPRMSTR.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       FD  MAINT-AUDIT-FILE.
       COPY MNTAUDIT.

       WORKING-STORAGE SECTION.
       COPY MAUDWS.

       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY SIGNONWS.

       01 Bom-File-Status PIC X(02) VALUE "00".
          88 Bom-File-Ok VALUE "00".
          88 Bom-File-Eof VALUE "10".

       01 Menu-Choice PIC X(01).
          88 Menu-Add VALUE "A" "a".
          88 Menu-Read VALUE "R" "r".
          88 Menu-Change VALUE "C" "c".
          88 Menu-Delete VALUE "D" "d".
          88 Menu-Quit VALUE "Q" "q".

       01 Wanted-Kit-Item PIC 9(09).
       01 Old-Qty-Per PIC 9(04).
       01 Old-Qty-Edit PIC Z,ZZ9.
       01 New-Qty-Edit PIC Z,ZZ9.
       01 Components-Listed PIC 9(03).

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "P" TO Signon-Function-Letter.
           MOVE "BomMaintenance" TO Signon-Program-Id.
           MOVE "BomMaintenance" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           OPEN I-O Bill-Of-Materials-File.
           IF Bom-File-Status = "35"
               OPEN OUTPUT Bill-Of-Materials-File
               CLOSE Bill-Of-Materials-File
               OPEN I-O Bill-Of-Materials-File
           END-IF.
           PERFORM Run-Menu UNTIL Menu-Quit.
           CLOSE Bill-Of-Materials-File.
           DISPLAY "Goodbye.".
           STOP RUN.

       Run-Menu.
           DISPLAY "===== Bill of Materials Maintenance =====".
           DISPLAY "A)dd component  R)ead kit  C)hange quantity"
               "  D)elete component  Q)uit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT Menu-Choice.
           IF Menu-Add
               IF Signon-Can-Update
                   PERFORM Add-Component
               ELSE
                   PERFORM Signon-Authority-Refused
               END-IF
           ELSE
               IF Menu-Read
                   PERFORM Read-Kit
               ELSE
                   IF Menu-Change
                       IF Signon-Can-Update
                           PERFORM Change-Component
                       ELSE
                           PERFORM Signon-Authority-Refused
                       END-IF
                   ELSE
                       IF Menu-Delete
                           IF Signon-Supervisor
                               PERFORM Delete-Component
                           ELSE
                               PERFORM Signon-Authority-Refused
                           END-IF
                       ELSE
                           IF NOT Menu-Quit
                               DISPLAY "Unknown option: " Menu-Choice
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Accept-Bom-Key.
           DISPLAY "Enter kit item number: " WITH NO ADVANCING.
           ACCEPT Bom-Kit-Item.
           DISPLAY "Enter component item number: " WITH NO ADVANCING.
           ACCEPT Bom-Component-Item.

       Accept-Qty-Per.
           DISPLAY "Enter eaches per kit: " WITH NO ADVANCING.
           ACCEPT Bom-Qty-Per.

      *> A kit built from itself would consume what it produces, and
      *> a component at zero eaches per kit is not a component.
       Add-Component.
           PERFORM Accept-Bom-Key.
           PERFORM Accept-Qty-Per.
           EVALUATE TRUE
               WHEN Bom-Component-Item = Bom-Kit-Item
                   DISPLAY "A kit cannot be its own component."
               WHEN Bom-Qty-Per = 0
                   DISPLAY "Eaches per kit must be at least 1."
               WHEN OTHER
                   WRITE Bill-Of-Materials-Record
                       INVALID KEY
                           DISPLAY "Component already on the bill: "
                               Bom-Component-Item
                       NOT INVALID KEY
                           MOVE SPACES TO Maud-Work-Old
                           MOVE Bom-Qty-Per TO New-Qty-Edit
                           MOVE New-Qty-Edit TO Maud-Work-New
                           PERFORM Write-Bom-Audit
                           DISPLAY "Component added."
                   END-WRITE
           END-EVALUATE.

       Read-Kit.
           DISPLAY "Enter kit item number: " WITH NO ADVANCING.
           ACCEPT Wanted-Kit-Item.
           MOVE 0 TO Components-Listed.
           MOVE Wanted-Kit-Item TO Bom-Kit-Item.
           MOVE 0 TO Bom-Component-Item.
           START Bill-Of-Materials-File
               KEY IS NOT LESS THAN Bom-Key
               INVALID KEY
                   SET Bom-File-Eof TO TRUE
           END-START.
           IF Bom-File-Ok
               PERFORM Read-Next-Component
           END-IF.
           PERFORM List-One-Component UNTIL Bom-File-Eof.
           IF Components-Listed = 0
               DISPLAY "No bill of materials for kit "
                   Wanted-Kit-Item
           END-IF.
           MOVE "00" TO Bom-File-Status.

       Read-Next-Component.
           READ Bill-Of-Materials-File NEXT RECORD
               AT END
                   SET Bom-File-Eof TO TRUE
           END-READ.

       List-One-Component.
           IF Bom-Kit-Item NOT = Wanted-Kit-Item
               SET Bom-File-Eof TO TRUE
           ELSE
               IF Components-Listed = 0
                   DISPLAY "Kit " Wanted-Kit-Item " is built from:"
               END-IF
               ADD 1 TO Components-Listed
               DISPLAY "  Component " Bom-Component-Item
                   "  eaches per kit " Bom-Qty-Per
               PERFORM Read-Next-Component
           END-IF.

       Change-Component.
           PERFORM Accept-Bom-Key.
           READ Bill-Of-Materials-File
               INVALID KEY
                   DISPLAY "Component not on the bill: "
                       Bom-Component-Item
           END-READ.
           IF Bom-File-Ok
               MOVE Bom-Qty-Per TO Old-Qty-Per
               PERFORM Accept-Qty-Per
               IF Bom-Qty-Per = 0
                   DISPLAY "Eaches per kit must be at least 1."
               ELSE
                   REWRITE Bill-Of-Materials-Record
                   MOVE Old-Qty-Per TO Old-Qty-Edit
                   MOVE Old-Qty-Edit TO Maud-Work-Old
                   MOVE Bom-Qty-Per TO New-Qty-Edit
                   MOVE New-Qty-Edit TO Maud-Work-New
                   PERFORM Write-Bom-Audit
                   DISPLAY "Component updated."
               END-IF
           END-IF.

       Delete-Component.
           PERFORM Accept-Bom-Key.
           READ Bill-Of-Materials-File
               INVALID KEY
                   DISPLAY "Component not on the bill: "
                       Bom-Component-Item
           END-READ.
           IF Bom-File-Ok
               MOVE Bom-Qty-Per TO Old-Qty-Edit
               DELETE Bill-Of-Materials-File
               MOVE Old-Qty-Edit TO Maud-Work-Old
               MOVE "Deleted" TO Maud-Work-New
               PERFORM Write-Bom-Audit
               DISPLAY "Component deleted."
           END-IF.

      *> The audit key is the kit; the field names the component,
      *> and the old and new values are its eaches per kit (blank
      *> before an add, "Deleted" after a delete).
       Write-Bom-Audit.
           MOVE SPACES TO Maud-Work-Key.
           MOVE Bom-Kit-Item TO Maud-Work-Key(1:9).
           MOVE SPACES TO Maud-Work-Field.
           STRING "Component " Bom-Component-Item
               DELIMITED BY SIZE INTO Maud-Work-Field
           END-STRING.
           PERFORM Write-Maint-Audit.

       COPY SIGNON.

       COPY MAUDPROC.
