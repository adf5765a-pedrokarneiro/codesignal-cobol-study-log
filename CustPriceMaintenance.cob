       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustPriceMaintenance.
      *> CustPriceMaintenance is the menu-driven front end for the
      *> CUSTPRIC customer price-list file, built on the same menu
      *> shape BomMaintenance uses: A)dd a contract price, R)ead a
      *> customer's prices for an item, C)hange a price's terms or
      *> end date, D)elete a price (supervisor only). A price is
      *> for one customer and item from a quantity break in eaches
      *> (0 for any quantity) and an effective date, and is either
      *> a fixed price per each or a percentage off the catalog
      *> price; an end date of 0 leaves it open-ended. Contract
      *> prices are sales pricing, so the menu signs on under the
      *> "P" letter; every change writes the common MNTAUDIT
      *> maintenance-audit entry stamped with the signed-on
      *> operator. SalesOrderEntry prices order lines from these.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-Price-File ASSIGN TO "CUSTPRIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPL-KEY
               FILE STATUS IS Cpl-File-Status.

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
       FD  Customer-Price-File.
       COPY CUSTPRIC.

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

       01 Cpl-File-Status PIC X(02) VALUE "00".
          88 Cpl-File-Ok VALUE "00".
          88 Cpl-File-Eof VALUE "10".

       01 Menu-Choice PIC X(01).
          88 Menu-Add VALUE "A" "a".
          88 Menu-Read VALUE "R" "r".
          88 Menu-Change VALUE "C" "c".
          88 Menu-Delete VALUE "D" "d".
          88 Menu-Quit VALUE "Q" "q".

       01 Wanted-Customer-Id PIC 9(05).
       01 Wanted-Item-Number PIC 9(09).
       01 Prices-Listed PIC 9(03).

       01 Terms-Switch PIC X(01).
          88 Terms-Valid VALUE "Y".
       01 Terms-Text PIC X(25).
       01 Old-Terms-Text PIC X(25).
       01 Price-Edit PIC ZZZZZZ9.99.
       01 Pct-Edit PIC Z9.99.
       01 Lead-Spaces PIC 9(02).
       01 End-Date-Text PIC X(08).

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "P" TO Signon-Function-Letter.
           MOVE "CustPriceMaintenance" TO Signon-Program-Id.
           MOVE "CustPriceMaintenance" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           OPEN I-O Customer-Price-File.
           IF Cpl-File-Status = "35"
               OPEN OUTPUT Customer-Price-File
               CLOSE Customer-Price-File
               OPEN I-O Customer-Price-File
           END-IF.
           PERFORM Run-Menu UNTIL Menu-Quit.
           CLOSE Customer-Price-File.
           DISPLAY "Goodbye.".
           STOP RUN.

       Run-Menu.
           DISPLAY "===== Customer Price List Maintenance =====".
           DISPLAY "A)dd price  R)ead prices  C)hange price"
               "  D)elete price  Q)uit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT Menu-Choice.
           IF Menu-Add
               IF Signon-Can-Update
                   PERFORM Add-Price
               ELSE
                   PERFORM Signon-Authority-Refused
               END-IF
           ELSE
               IF Menu-Read
                   PERFORM Read-Prices
               ELSE
                   IF Menu-Change
                       IF Signon-Can-Update
                           PERFORM Change-Price
                       ELSE
                           PERFORM Signon-Authority-Refused
                       END-IF
                   ELSE
                       IF Menu-Delete
                           IF Signon-Supervisor
                               PERFORM Delete-Price
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

       Accept-Price-Key.
           DISPLAY "Enter customer id: " WITH NO ADVANCING.
           ACCEPT Cpl-Customer-Id.
           DISPLAY "Enter item number: " WITH NO ADVANCING.
           ACCEPT Cpl-Item-Number.
           DISPLAY "Enter quantity break in eaches (0 = any): "
               WITH NO ADVANCING.
           ACCEPT Cpl-Break-Qty.
           DISPLAY "Enter effective date (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT Cpl-Eff-From-Date.

       Accept-Price-Terms.
           DISPLAY "Enter P)rice per each or D)iscount percent: "
               WITH NO ADVANCING.
           ACCEPT Cpl-Price-Type.
           MOVE 0 TO Cpl-Price.
           MOVE 0 TO Cpl-Discount-Pct.
           IF Cpl-Fixed-Price
               DISPLAY "Enter price per each: " WITH NO ADVANCING
               ACCEPT Cpl-Price
           ELSE
               IF Cpl-Percent-Off
                   DISPLAY "Enter discount percent: "
                       WITH NO ADVANCING
                   ACCEPT Cpl-Discount-Pct
               END-IF
           END-IF.
           DISPLAY "Enter end date (YYYYMMDD, 0 = open): "
               WITH NO ADVANCING.
           ACCEPT Cpl-Eff-To-Date.
           PERFORM Check-Price-Terms.

      *> A price needs a start date, a type, something to charge or
      *> take off, and an end no earlier than its start.
       Check-Price-Terms.
           MOVE "N" TO Terms-Switch.
           EVALUATE TRUE
               WHEN Cpl-Eff-From-Date = 0
                   DISPLAY "An effective date is required."
               WHEN NOT Cpl-Fixed-Price AND NOT Cpl-Percent-Off
                   DISPLAY "Price type must be P or D."
               WHEN Cpl-Fixed-Price AND Cpl-Price = 0
                   DISPLAY "Price per each must be more than 0."
               WHEN Cpl-Percent-Off AND Cpl-Discount-Pct = 0
                   DISPLAY "Discount percent must be more than 0."
               WHEN Cpl-Eff-To-Date NOT = 0
                   AND Cpl-Eff-To-Date < Cpl-Eff-From-Date
                   DISPLAY "End date is before the effective date."
               WHEN OTHER
                   SET Terms-Valid TO TRUE
           END-EVALUATE.

       Add-Price.
           PERFORM Accept-Price-Key.
           PERFORM Accept-Price-Terms.
           IF Terms-Valid
               WRITE Customer-Price-Record
                   INVALID KEY
                       DISPLAY "That price is already on file."
                   NOT INVALID KEY
                       MOVE SPACES TO Maud-Work-Old
                       PERFORM Build-Terms-Text
                       MOVE Terms-Text TO Maud-Work-New
                       PERFORM Write-Price-Audit
                       DISPLAY "Price added."
               END-WRITE
           END-IF.

       Read-Prices.
           DISPLAY "Enter customer id: " WITH NO ADVANCING.
           ACCEPT Wanted-Customer-Id.
           DISPLAY "Enter item number: " WITH NO ADVANCING.
           ACCEPT Wanted-Item-Number.
           MOVE 0 TO Prices-Listed.
           MOVE Wanted-Customer-Id TO Cpl-Customer-Id.
           MOVE Wanted-Item-Number TO Cpl-Item-Number.
           MOVE 0 TO Cpl-Break-Qty.
           MOVE 0 TO Cpl-Eff-From-Date.
           START Customer-Price-File
               KEY IS NOT LESS THAN Cpl-Key
               INVALID KEY
                   SET Cpl-File-Eof TO TRUE
           END-START.
           IF Cpl-File-Ok
               PERFORM Read-Next-Price
           END-IF.
           PERFORM List-One-Price UNTIL Cpl-File-Eof.
           IF Prices-Listed = 0
               DISPLAY "No contract prices for customer "
                   Wanted-Customer-Id " item " Wanted-Item-Number
           END-IF.
           MOVE "00" TO Cpl-File-Status.

       Read-Next-Price.
           READ Customer-Price-File NEXT RECORD
               AT END
                   SET Cpl-File-Eof TO TRUE
           END-READ.

       List-One-Price.
           IF Cpl-Customer-Id NOT = Wanted-Customer-Id
               OR Cpl-Item-Number NOT = Wanted-Item-Number
               SET Cpl-File-Eof TO TRUE
           ELSE
               IF Prices-Listed = 0
                   DISPLAY "Customer " Wanted-Customer-Id " item "
                       Wanted-Item-Number " contract prices:"
               END-IF
               ADD 1 TO Prices-Listed
               PERFORM Build-Terms-Text
               DISPLAY "  Break " Cpl-Break-Qty
                   "  from " Cpl-Eff-From-Date "  " Terms-Text
               PERFORM Read-Next-Price
           END-IF.

       Change-Price.
           PERFORM Accept-Price-Key.
           READ Customer-Price-File
               INVALID KEY
                   DISPLAY "No such price on file."
           END-READ.
           IF Cpl-File-Ok
               PERFORM Build-Terms-Text
               MOVE Terms-Text TO Old-Terms-Text
               DISPLAY "Now: " Terms-Text
               PERFORM Accept-Price-Terms
               IF Terms-Valid
                   REWRITE Customer-Price-Record
                   MOVE Old-Terms-Text TO Maud-Work-Old
                   PERFORM Build-Terms-Text
                   MOVE Terms-Text TO Maud-Work-New
                   PERFORM Write-Price-Audit
                   DISPLAY "Price updated."
               END-IF
           END-IF.

       Delete-Price.
           PERFORM Accept-Price-Key.
           READ Customer-Price-File
               INVALID KEY
                   DISPLAY "No such price on file."
           END-READ.
           IF Cpl-File-Ok
               PERFORM Build-Terms-Text
               DELETE Customer-Price-File
               MOVE Terms-Text TO Maud-Work-Old
               MOVE "Deleted" TO Maud-Work-New
               PERFORM Write-Price-Audit
               DISPLAY "Price deleted."
           END-IF.

      *> The terms read "12.50 to 20261231" for a fixed price or
      *> "5.00% to open" for a discount.
       Build-Terms-Text.
           IF Cpl-Eff-To-Date = 0
               MOVE "open" TO End-Date-Text
           ELSE
               MOVE Cpl-Eff-To-Date TO End-Date-Text
           END-IF.
           MOVE SPACES TO Terms-Text.
           IF Cpl-Fixed-Price
               MOVE Cpl-Price TO Price-Edit
               MOVE 0 TO Lead-Spaces
               INSPECT Price-Edit TALLYING Lead-Spaces
                   FOR LEADING SPACES
               STRING Price-Edit(Lead-Spaces + 1:) DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   End-Date-Text DELIMITED BY SPACE
                   INTO Terms-Text
               END-STRING
           ELSE
               MOVE Cpl-Discount-Pct TO Pct-Edit
               MOVE 0 TO Lead-Spaces
               INSPECT Pct-Edit TALLYING Lead-Spaces
                   FOR LEADING SPACES
               STRING Pct-Edit(Lead-Spaces + 1:) DELIMITED BY SIZE
                   "% to " DELIMITED BY SIZE
                   End-Date-Text DELIMITED BY SPACE
                   INTO Terms-Text
               END-STRING
           END-IF.

      *> The audit key is the customer and item; the field names
      *> the quantity break and effective date.
       Write-Price-Audit.
           MOVE SPACES TO Maud-Work-Key.
           MOVE Cpl-Customer-Id TO Maud-Work-Key(1:5).
           MOVE Cpl-Item-Number TO Maud-Work-Key(6:9).
           MOVE SPACES TO Maud-Work-Field.
           STRING "Brk " Cpl-Break-Qty " " Cpl-Eff-From-Date
               DELIMITED BY SIZE INTO Maud-Work-Field
           END-STRING.
           PERFORM Write-Maint-Audit.

       COPY SIGNON.

       COPY MAUDPROC.
