       IDENTIFICATION DIVISION.
       PROGRAM-ID. LegalOrderMaintenance.
      *> LegalOrderMaintenance is the menu-driven front end for the
      *> LEGALORD garnishment and levy order file, built on the same
      *> menu shape StopPaymentMaintenance uses for STOPPAY. An
      *> order is keyed the day it is received against the
      *> customer it names (who must be on the customer master),
      *> with the amount ordered, the protected floor the customer
      *> keeps and the date the funds are due to the court; the
      *> nightly GarnishmentProcessing step serves it from there.
      *> An order can be amended only until it is served. A
      *> supervisor withdraws an order the court has lifted: one not
      *> yet served is simply closed, one already holding funds is
      *> marked withdrawn so the nightly step releases its holds.
      *> Operators sign on under the "C" customer letter, since an
      *> order is served against the customer, and every change is
      *> stamped on MNTAUDIT.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Legal-Order-File ASSIGN TO "LEGALORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGL-ORDER-NUMBER
               FILE STATUS IS Lgl-File-Status.

           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

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
       FD  Legal-Order-File.
       COPY LEGALORD.

       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  Run-Control-File.
       COPY RUNCTL.

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

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Lgl-File-Status PIC X(02) VALUE "00".
          88 Lgl-File-Ok VALUE "00".
          88 Lgl-File-Eof VALUE "10".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".

       01 Menu-Choice PIC X(01).
          88 Menu-Add VALUE "A" "a".
          88 Menu-Update VALUE "U" "u".
          88 Menu-Inquire VALUE "I" "i".
          88 Menu-Cancel VALUE "C" "c".
          88 Menu-List VALUE "L" "l".
          88 Menu-Quit VALUE "Q" "q".

       01 Entered-Order-Number PIC X(12).
       01 Order-Customer-Valid PIC X(01) VALUE "N".
          88 Order-Customer-Is-Valid VALUE "Y".
       01 Order-Terms-Valid PIC X(01) VALUE "N".
          88 Order-Terms-Are-Valid VALUE "Y".
       01 Old-Status-Flag PIC X(01).

       01 Program-Error-Switch PIC X(01) VALUE "N".
          88 Program-Error-Found VALUE "Y".

       01 Today-Date PIC 9(08).

       COPY ERRCODES.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "C" TO Signon-Function-Letter.
           MOVE "LegalOrderMaintenance" TO Signon-Program-Id.
           MOVE "LegalOrderMaint" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           PERFORM Read-Business-Date.
           PERFORM Open-Legal-Order-File.
           PERFORM Run-Menu UNTIL Menu-Quit.
           CLOSE Legal-Order-File.
           DISPLAY "Goodbye.".
           IF Program-Error-Found
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       Open-Legal-Order-File.
           OPEN I-O Legal-Order-File.
           IF Lgl-File-Status = "35"
               OPEN OUTPUT Legal-Order-File
               CLOSE Legal-Order-File
               OPEN I-O Legal-Order-File
           END-IF.

       Run-Menu.
           PERFORM Display-Menu.
           ACCEPT Menu-Choice.
           IF NOT Menu-Quit
               PERFORM Dispatch-Menu-Choice
           END-IF.

       Display-Menu.
           DISPLAY "===== Legal Order Maintenance =====".
           DISPLAY "A)dd  U)pdate  I)nquire  C)ancel  L)ist  Q)uit".
           DISPLAY "Select an option: " WITH NO ADVANCING.

       Dispatch-Menu-Choice.
           IF Menu-Add
               IF Signon-Can-Update
                   PERFORM Add-Legal-Order
               ELSE
                   PERFORM Signon-Authority-Refused
               END-IF
           ELSE
               IF Menu-Update
                   IF Signon-Can-Update
                       PERFORM Update-Legal-Order
                   ELSE
                       PERFORM Signon-Authority-Refused
                   END-IF
               ELSE
                   IF Menu-Inquire
                       PERFORM Inquire-Legal-Order
                   ELSE
                       IF Menu-Cancel
                           IF Signon-Supervisor
                               PERFORM Withdraw-Legal-Order
                           ELSE
                               PERFORM Signon-Authority-Refused
                           END-IF
                       ELSE
                           IF Menu-List
                               PERFORM List-Legal-Orders
                           ELSE
                               DISPLAY "Unknown option: " Menu-Choice
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Accept-Order-Number.
           DISPLAY "Enter order number: " WITH NO ADVANCING.
           ACCEPT Entered-Order-Number.

      *> An order naming a customer we do not have cannot be
      *> served, so it is refused here and answered to the court
      *> by hand.
       Validate-Order-Customer.
           MOVE "N" TO Order-Customer-Valid.
           OPEN INPUT Customer-Master-File.
           IF Cust-File-Status = "35"
               DISPLAY "No customer-master file to validate against."
           ELSE
               MOVE Lgl-Customer-Id TO Customer-Id
               READ Customer-Master-File
                   INVALID KEY
                       DISPLAY "Customer not found: " Lgl-Customer-Id
               END-READ
               IF Cust-File-Ok
                   DISPLAY "Customer: " Customer-First-Name " "
                       Customer-Last-Name
                   SET Order-Customer-Is-Valid TO TRUE
               END-IF
               CLOSE Customer-Master-File
           END-IF.
           IF NOT Order-Customer-Is-Valid
               MOVE 4002 TO ERR-CODE
               MOVE "Legal-order customer rejected" TO ERR-MESSAGE
               PERFORM Display-Error-Message
               SET Program-Error-Found TO TRUE
           END-IF.

      *> The amounts must be positive (a floor may be zero) and the
      *> remit date cannot lie before the business date.
       Validate-Order-Terms.
           MOVE "N" TO Order-Terms-Valid.
           IF NOT Lgl-Garnishment AND NOT Lgl-Levy
               DISPLAY "Order type must be G or L."
           ELSE
               IF Lgl-Amount-Ordered NOT > 0
                   OR Lgl-Protected-Floor < 0
                   DISPLAY "Amount ordered must be positive and the"
                       " floor not negative."
               ELSE
                   IF Lgl-Remit-Date < Today-Date
                       DISPLAY "Remit date cannot be before "
                           Today-Date "."
                   ELSE
                       SET Order-Terms-Are-Valid TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT Order-Terms-Are-Valid
               SET Program-Error-Found TO TRUE
           END-IF.

       Accept-Order-Fields.
           DISPLAY "Enter customer id: " WITH NO ADVANCING.
           ACCEPT Lgl-Customer-Id.
           DISPLAY "Enter order type (G garnishment, L levy): "
               WITH NO ADVANCING.
           ACCEPT Lgl-Order-Type.
           DISPLAY "Enter amount ordered: " WITH NO ADVANCING.
           ACCEPT Lgl-Amount-Ordered.
           DISPLAY "Enter protected floor amount: "
               WITH NO ADVANCING.
           ACCEPT Lgl-Protected-Floor.
           DISPLAY "Enter remit date (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT Lgl-Remit-Date.

       Add-Legal-Order.
           PERFORM Accept-Order-Number.
           MOVE SPACES TO Legal-Order-Record.
           MOVE Entered-Order-Number TO Lgl-Order-Number.
           PERFORM Accept-Order-Fields.
           PERFORM Validate-Order-Customer.
           IF Order-Customer-Is-Valid
               PERFORM Validate-Order-Terms
               IF Order-Terms-Are-Valid
                   MOVE Today-Date TO Lgl-Received-Date
                   MOVE 0 TO Lgl-Amount-Held
                   MOVE 0 TO Lgl-Amount-Remitted
                   MOVE Today-Date TO Lgl-Last-Action-Date
                   SET Lgl-Received TO TRUE
                   WRITE Legal-Order-Record
                       INVALID KEY
                           DISPLAY "Legal order already exists: "
                               Entered-Order-Number
                       NOT INVALID KEY
                           DISPLAY "Legal order added."
                           MOVE Lgl-Order-Number TO Maud-Work-Key
                           MOVE "Record added" TO Maud-Work-Field
                           MOVE SPACES TO Maud-Work-Old
                           MOVE Lgl-Amount-Ordered TO Maud-Num-Work
                           MOVE Maud-Num-Work TO Maud-Work-New
                           PERFORM Write-Maint-Audit
                   END-WRITE
               END-IF
           END-IF.

      *> Once the nightly step has served an order its holds stand
      *> for the terms it was served on, so only a received order
      *> can be re-keyed.
       Update-Legal-Order.
           PERFORM Accept-Order-Number.
           MOVE Entered-Order-Number TO Lgl-Order-Number.
           READ Legal-Order-File
               INVALID KEY
                   DISPLAY "Legal order not found: "
                       Entered-Order-Number
           END-READ.
           IF Lgl-File-Ok
               IF NOT Lgl-Received
                   DISPLAY "Legal order has already been served: "
                       Entered-Order-Number
               ELSE
                   PERFORM Accept-Order-Fields
                   PERFORM Validate-Order-Customer
                   IF Order-Customer-Is-Valid
                       PERFORM Validate-Order-Terms
                   END-IF
                   IF Order-Customer-Is-Valid
                       AND Order-Terms-Are-Valid
                       MOVE Today-Date TO Lgl-Last-Action-Date
                       REWRITE Legal-Order-Record
                           INVALID KEY
                               DISPLAY "Legal order not found: "
                                   Entered-Order-Number
                           NOT INVALID KEY
                               DISPLAY "Legal order updated."
                               MOVE Lgl-Order-Number
                                   TO Maud-Work-Key
                               MOVE "Record updated"
                                   TO Maud-Work-Field
                               MOVE SPACES TO Maud-Work-Old
                               MOVE "Order terms re-keyed"
                                   TO Maud-Work-New
                               PERFORM Write-Maint-Audit
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       Inquire-Legal-Order.
           PERFORM Accept-Order-Number.
           MOVE Entered-Order-Number TO Lgl-Order-Number.
           READ Legal-Order-File
               INVALID KEY
                   DISPLAY "Legal order not found: "
                       Entered-Order-Number
               NOT INVALID KEY
                   PERFORM Display-Order-Detail
           END-READ.

       Display-Order-Detail.
           DISPLAY "Legal order: " Lgl-Order-Number.
           DISPLAY "  Customer: " Lgl-Customer-Id.
           DISPLAY "  Type: " Lgl-Order-Type.
           DISPLAY "  Amount ordered: " Lgl-Amount-Ordered.
           DISPLAY "  Protected floor: " Lgl-Protected-Floor.
           DISPLAY "  Received: " Lgl-Received-Date.
           DISPLAY "  Remit by: " Lgl-Remit-Date.
           DISPLAY "  Amount held: " Lgl-Amount-Held.
           DISPLAY "  Amount remitted: " Lgl-Amount-Remitted.
           DISPLAY "  Last action: " Lgl-Last-Action-Date.
           DISPLAY "  Status: " Lgl-Status-Flag.

      *> A received order has nothing placed yet and closes at once;
      *> a held order is marked withdrawn and the nightly step
      *> releases its holds and closes it.
       Withdraw-Legal-Order.
           PERFORM Accept-Order-Number.
           MOVE Entered-Order-Number TO Lgl-Order-Number.
           READ Legal-Order-File
               INVALID KEY
                   DISPLAY "Legal order not found: "
                       Entered-Order-Number
           END-READ.
           IF Lgl-File-Ok
               IF NOT Lgl-Received AND NOT Lgl-Held
                   DISPLAY "Legal order cannot be withdrawn, status "
                       Lgl-Status-Flag
               ELSE
                   MOVE Lgl-Status-Flag TO Old-Status-Flag
                   IF Lgl-Received
                       SET Lgl-Closed TO TRUE
                   ELSE
                       SET Lgl-Withdrawn TO TRUE
                   END-IF
                   MOVE Today-Date TO Lgl-Last-Action-Date
                   REWRITE Legal-Order-Record
                   MOVE Lgl-Order-Number TO Maud-Work-Key
                   MOVE "Status" TO Maud-Work-Field
                   MOVE Old-Status-Flag TO Maud-Work-Old
                   MOVE Lgl-Status-Flag TO Maud-Work-New
                   PERFORM Write-Maint-Audit
                   DISPLAY "Legal order withdrawn."
               END-IF
           END-IF.

       List-Legal-Orders.
           MOVE LOW-VALUES TO Lgl-Order-Number.
           START Legal-Order-File KEY IS GREATER THAN Lgl-Order-Number
               INVALID KEY
                   SET Lgl-File-Eof TO TRUE
           END-START.
           IF Lgl-File-Ok
               PERFORM Read-Next-Order
           END-IF.
           IF Lgl-File-Eof
               DISPLAY "No legal orders on file."
           ELSE
               PERFORM List-One-Order UNTIL Lgl-File-Eof
           END-IF.
           MOVE "00" TO Lgl-File-Status.

       Read-Next-Order.
           READ Legal-Order-File NEXT RECORD
               AT END
                   SET Lgl-File-Eof TO TRUE
           END-READ.

       List-One-Order.
           DISPLAY Lgl-Order-Number " " Lgl-Customer-Id " "
               Lgl-Order-Type " " Lgl-Amount-Ordered
               " held " Lgl-Amount-Held
               " remit " Lgl-Remit-Date
               " status " Lgl-Status-Flag.
           PERFORM Read-Next-Order.

       Display-Error-Message.
           DISPLAY "ERROR " ERR-CODE ": " ERR-MESSAGE.

      *> Reads the official business date from the RUNCTL
      *> run-control file; a missing or empty run-control file
      *> falls back to the system date so a standalone run still
      *> works.
       Read-Business-Date.
           OPEN INPUT Run-Control-File.
           IF Runctl-File-Ok
               READ Run-Control-File
                   AT END
                       ACCEPT Today-Date FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE Run-Business-Date TO Today-Date
               END-READ
               CLOSE Run-Control-File
           ELSE
               ACCEPT Today-Date FROM DATE YYYYMMDD
           END-IF.

       COPY SIGNON.

       COPY MAUDPROC.
