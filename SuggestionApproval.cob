      *> 2026-09-03: An approval now keys the pending suggestion's
      *> quoted cost per each onto the order line, so GoodsReceipt's
      *> weighted-average costing has a real cost to work from.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
      *> 2026-10-15: The order line now carries the suggestion's
      *> vendor, for the vendor-invoice match.
      *> 2026-10-15: The order line is now dated the day it is
      *> approved, and its promised arrival is the suggestion's need
      *> date moved on by the days it waited for approval.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Security-Log-File ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sec-Log-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Pending-Approval-File.
       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       WORKING-STORAGE SECTION.
       01 Alert-File-Status PIC X(02) VALUE "00".

              10 Tbl-Pnd-Unit-Cost  PIC 9(05)V99.
              10 Tbl-Pnd-Value      PIC 9(09)V99.
              10 Tbl-Pnd-Date       PIC 9(08).
              10 Tbl-Pnd-Need-Date  PIC 9(08).
              10 Tbl-Pnd-Status     PIC X(01).

       01 Menu-Choice PIC X(01).
       01 Next-Po-Number PIC 9(06) VALUE 0.
       01 Pending-Found-Switch PIC X(01) VALUE "N".
          88 Pending-Is-Found VALUE "Y".
       01 Approval-Date PIC 9(08).
       01 Days-Waited PIC 9(03).
       01 Day-Count PIC 9(03).
       01 Walk-Target-Date PIC 9(08).
       01 Walk-Date PIC 9(08).
       01 Walk-Date-Split REDEFINES Walk-Date.
           05 Walk-Year             PIC 9(04).
           05 Walk-Month            PIC 9(02).
           05 Walk-Day              PIC 9(02).
       01 Month-Length-Values PIC X(24)
           VALUE "312831303130313130313031".
       01 Month-Length-Table REDEFINES Month-Length-Values.
           05 Month-Length          PIC 9(02) OCCURS 12 TIMES.
       01 Days-In-Month PIC 9(02).
       01 Leap-Quotient PIC 9(04).
       01 Leap-Remainder-4 PIC 9(04).
       01 Leap-Remainder-100 PIC 9(04).
       01 Leap-Remainder-400 PIC 9(04).

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "P" TO Signon-Function-Letter.
           MOVE "SuggestionApproval" TO Signon-Program-Id.
           PERFORM Operator-Sign-On.
           IF NOT Signon-Supervisor
               DISPLAY "Supervisor authority required."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT Approval-Date FROM DATE YYYYMMDD.
           PERFORM Load-Pending-Table.
           PERFORM Find-Highest-Po-Number.
           OPEN I-O Purchase-Order-File.
           MOVE Pnd-Unit-Cost TO Tbl-Pnd-Unit-Cost(Pending-Count).
           MOVE Pnd-Value TO Tbl-Pnd-Value(Pending-Count).
           MOVE Pnd-Entered-Date TO Tbl-Pnd-Date(Pending-Count).
           MOVE Pnd-Need-Date TO Tbl-Pnd-Need-Date(Pending-Count).
           MOVE Pnd-Status TO Tbl-Pnd-Status(Pending-Count).
           PERFORM Read-Next-Pending.

           MOVE Tbl-Pnd-Eaches(Pending-Sub) TO Po-Qty-Ordered.
           MOVE 0 TO Po-Qty-Received.
           MOVE Tbl-Pnd-Unit-Cost(Pending-Sub) TO Po-Unit-Cost.
           MOVE Tbl-Pnd-Vendor(Pending-Sub) TO Po-Vendor-Id.
           MOVE 0 TO Po-Qty-Invoiced.
           MOVE Approval-Date TO Po-Order-Date.
           PERFORM Date-Vendor-Promise.
           SET Po-Line-Open TO TRUE.
           WRITE Purchase-Order-Record
               INVALID KEY
                   DISPLAY "Approved - PO " Po-Number " opened."
           END-WRITE.

      *> The need date assumed the order went out the day the
      *> suggestion was held; every day it waited for approval
      *> moves the vendor's promise out a day. A suggestion held
      *> before need dates were carried has no promise to date.
       Date-Vendor-Promise.
           MOVE 0 TO Po-Promised-Date.
           IF Tbl-Pnd-Need-Date(Pending-Sub) IS NUMERIC
               AND Tbl-Pnd-Need-Date(Pending-Sub) > 0
               AND Tbl-Pnd-Date(Pending-Sub) > 0
               MOVE 0 TO Day-Count
               MOVE Tbl-Pnd-Date(Pending-Sub) TO Walk-Date
               MOVE Approval-Date TO Walk-Target-Date
               PERFORM Add-One-Day
                   UNTIL Walk-Date >= Walk-Target-Date
                   OR Day-Count = 999
               MOVE Day-Count TO Days-Waited
               MOVE Tbl-Pnd-Need-Date(Pending-Sub) TO Walk-Date
               PERFORM Add-One-Day Days-Waited TIMES
               MOVE Walk-Date TO Po-Promised-Date
           END-IF.

       Add-One-Day.
           ADD 1 TO Day-Count.
           MOVE Month-Length(Walk-Month) TO Days-In-Month.
           IF Walk-Month = 2
               DIVIDE Walk-Year BY 4 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-4
               DIVIDE Walk-Year BY 100 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-100
               DIVIDE Walk-Year BY 400 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-400
               IF Leap-Remainder-4 = 0
                   AND (Leap-Remainder-100 NOT = 0
                       OR Leap-Remainder-400 = 0)
                   MOVE 29 TO Days-In-Month
               END-IF
           END-IF.
           IF Walk-Day < Days-In-Month
               ADD 1 TO Walk-Day
           ELSE
               MOVE 1 TO Walk-Day
               IF Walk-Month < 12
                   ADD 1 TO Walk-Month
               ELSE
                   MOVE 1 TO Walk-Month
                   ADD 1 TO Walk-Year
               END-IF
           END-IF.

       Reject-One-Pending.
           DISPLAY "Enter pending id to reject: "
               WITH NO ADVANCING.
           MOVE Tbl-Pnd-Unit-Cost(Pending-Sub) TO Pnd-Unit-Cost.
           MOVE Tbl-Pnd-Value(Pending-Sub) TO Pnd-Value.
           MOVE Tbl-Pnd-Date(Pending-Sub) TO Pnd-Entered-Date.
           MOVE Tbl-Pnd-Need-Date(Pending-Sub) TO Pnd-Need-Date.
           MOVE Tbl-Pnd-Status(Pending-Sub) TO Pnd-Status.
           WRITE Pending-Approval-Record.

