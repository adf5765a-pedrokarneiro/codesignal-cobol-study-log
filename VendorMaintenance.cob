      *> quoted cost per each with it; the cost rides the purchase
      *> suggestion onto the order line, where GoodsReceipt
      *> averages it into the product's weighted-average cost.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
      *> 2026-10-15: The vendor's payment terms (net days from the
      *> invoice date) are now keyed with the vendor, for the
      *> vendor payment run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Security-Log-File ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sec-Log-File-Status.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.
       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       FD  MAINT-AUDIT-FILE.
       COPY MNTAUDIT.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "V" TO Signon-Function-Letter.
           MOVE "VendorMaintenance" TO Signon-Program-Id.
           MOVE "VendorMaintenance" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           OPEN I-O Vendor-Master-File.
           ACCEPT Vend-Min-Order-Qty.
           DISPLAY "Preferred (Y/N): " WITH NO ADVANCING.
           ACCEPT Vend-Preferred.
           DISPLAY "Payment terms (net days): " WITH NO ADVANCING.
           ACCEPT Vend-Payment-Terms.

       Create-Vendor.
           DISPLAY "Enter vendor id: " WITH NO ADVANCING.
           DISPLAY "  Lead days: " Vend-Lead-Days.
           DISPLAY "  Minimum order (eaches): " Vend-Min-Order-Qty.
           DISPLAY "  Preferred: " Vend-Preferred.
           DISPLAY "  Payment terms (net days): " Vend-Payment-Terms.

       Update-Vendor.
           DISPLAY "Enter vendor id: " WITH NO ADVANCING.
