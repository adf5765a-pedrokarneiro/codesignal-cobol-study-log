       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnAuthorization.
      *> ReturnAuthorization issues the return authorizations a
      *> customer must quote before goods come back. It reads the
      *> RETREQ return requests (order, line, eaches, return
      *> reason), checks each against its SALESORD order line and
      *> writes an RA onto the indexed RETAUTH file, numbered by
      *> the order, the line and the next sequence on that line. A
      *> request is refused when the line is not on file, the
      *> reason is not one of DEF defective, WRG wrong item, DMG
      *> damaged in transit or NNR not needed, or the eaches would
      *> take the line's authorizations past what it has shipped -
      *> so nothing comes back that never went out. RETREQ is
      *> consumed so a rerun authorizes nothing twice; any refusal
      *> ends the step with condition code 4. ReturnReceiving
      *> takes the goods in against the RA.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Return-Request-File ASSIGN TO "RETREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Req-File-Status.

           SELECT Return-Auth-File ASSIGN TO "RETAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS Ra-File-Status.

           SELECT Sales-Order-File ASSIGN TO "SALESORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLS-ORDER-KEY
               FILE STATUS IS Sord-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Return-Request-File.
       01 Return-Request-Record.
           05 Req-Order-Number      PIC 9(06).
           05 Req-Line              PIC 9(03).
           05 Req-Qty-Eaches        PIC 9(07).
           05 Req-Return-Reason     PIC X(03).

       FD  Return-Auth-File.
       COPY RETAUTH.

       FD  Sales-Order-File.
       COPY SORDREC.

       FD  Run-Control-File.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 Req-File-Status PIC X(02) VALUE "00".
          88 Req-File-Ok VALUE "00".
          88 Req-File-Eof VALUE "10".

       01 Ra-File-Status PIC X(02) VALUE "00".
          88 Ra-File-Ok VALUE "00".

       01 Sord-File-Status PIC X(02) VALUE "00".
          88 Sord-File-Ok VALUE "00".

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Ra-Scan-Switch PIC X(01) VALUE "N".
          88 Ra-Scan-End VALUE "Y".

       01 Today-Date PIC 9(08).
       01 Already-Authorized PIC 9(08).
       01 Authorized-After PIC 9(08).
       01 Last-Sequence PIC 9(02).
       01 Requests-Read PIC 9(05) VALUE 0.
       01 Returns-Authorized PIC 9(05) VALUE 0.
       01 Requests-Refused PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Read-Business-Date.
           OPEN INPUT Return-Request-File.
           IF NOT Req-File-Ok
               DISPLAY "No RETREQ return request file found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Sales-Order-File.
           IF Sord-File-Status = "35"
               DISPLAY "No SALESORD sales-order file found."
               CLOSE Return-Request-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O Return-Auth-File.
           IF Ra-File-Status = "35"
               OPEN OUTPUT Return-Auth-File
               CLOSE Return-Auth-File
               OPEN I-O Return-Auth-File
           END-IF.
           DISPLAY "===== Return Authorization =====".
           PERFORM Read-Next-Request.
           PERFORM Authorize-One-Request UNTIL Req-File-Eof.
           CLOSE Return-Request-File.
           OPEN OUTPUT Return-Request-File.
           CLOSE Return-Request-File.
           CLOSE Return-Auth-File.
           CLOSE Sales-Order-File.
           DISPLAY "Return requests read: " Requests-Read.
           DISPLAY "Returns authorized: " Returns-Authorized.
           DISPLAY "Return requests refused: " Requests-Refused.
           IF Requests-Refused > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       Read-Next-Request.
           READ Return-Request-File
               AT END
                   SET Req-File-Eof TO TRUE
           END-READ.

       Authorize-One-Request.
           ADD 1 TO Requests-Read.
           MOVE Req-Order-Number TO Sls-Order-Number.
           MOVE Req-Line TO Sls-Line.
           READ Sales-Order-File
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE Req-Return-Reason TO Ra-Return-Reason.
           EVALUATE TRUE
               WHEN NOT Sord-File-Ok
                   ADD 1 TO Requests-Refused
                   DISPLAY "No order line: " Req-Order-Number
                       "/" Req-Line
               WHEN Req-Qty-Eaches = 0
                   ADD 1 TO Requests-Refused
                   DISPLAY "No eaches to return: " Req-Order-Number
                       "/" Req-Line
               WHEN NOT Ra-Reason-Valid
                   ADD 1 TO Requests-Refused
                   DISPLAY "Unknown return reason " Req-Return-Reason
                       ": " Req-Order-Number "/" Req-Line
               WHEN OTHER
                   PERFORM Check-Against-Shipped
           END-EVALUATE.
           PERFORM Read-Next-Request.

      *> Every earlier RA on the line counts in full, received or
      *> not - an RA is the customer's permission to send the goods.
       Check-Against-Shipped.
           PERFORM Total-Line-Authorizations.
           COMPUTE Authorized-After =
               Already-Authorized + Req-Qty-Eaches.
           EVALUATE TRUE
               WHEN Authorized-After > Sls-Qty-Shipped
                   ADD 1 TO Requests-Refused
                   DISPLAY "Return exceeds shipped: " Req-Order-Number
                       "/" Req-Line " shipped " Sls-Qty-Shipped
                       " authorized " Already-Authorized
               WHEN Last-Sequence = 99
                   ADD 1 TO Requests-Refused
                   DISPLAY "No RA numbers left on line: "
                       Req-Order-Number "/" Req-Line
               WHEN OTHER
                   PERFORM Write-Authorization
           END-EVALUATE.

       Total-Line-Authorizations.
           MOVE 0 TO Already-Authorized.
           MOVE 0 TO Last-Sequence.
           MOVE "N" TO Ra-Scan-Switch.
           MOVE Req-Order-Number TO Ra-Order-Number.
           MOVE Req-Line TO Ra-Order-Line.
           MOVE 0 TO Ra-Sequence.
           START Return-Auth-File KEY IS NOT LESS THAN Ra-Key
               INVALID KEY
                   SET Ra-Scan-End TO TRUE
           END-START.
           PERFORM Add-Next-Authorization UNTIL Ra-Scan-End.

       Add-Next-Authorization.
           READ Return-Auth-File NEXT RECORD
               AT END
                   SET Ra-Scan-End TO TRUE
           END-READ.
           IF NOT Ra-Scan-End
               IF Ra-Order-Number NOT = Req-Order-Number
                   OR Ra-Order-Line NOT = Req-Line
                   SET Ra-Scan-End TO TRUE
               ELSE
                   ADD Ra-Qty-Authorized TO Already-Authorized
                   MOVE Ra-Sequence TO Last-Sequence
               END-IF
           END-IF.

       Write-Authorization.
           MOVE SPACES TO Return-Auth-Record.
           MOVE Req-Order-Number TO Ra-Order-Number.
           MOVE Req-Line TO Ra-Order-Line.
           COMPUTE Ra-Sequence = Last-Sequence + 1.
           MOVE Sls-Customer-Id TO Ra-Customer-Id.
           MOVE Sls-Item-Number TO Ra-Item-Number.
           MOVE Sls-Warehouse TO Ra-Warehouse.
           MOVE Today-Date TO Ra-Auth-Date.
           MOVE Req-Return-Reason TO Ra-Return-Reason.
           MOVE Req-Qty-Eaches TO Ra-Qty-Authorized.
           MOVE 0 TO Ra-Qty-Restocked.
           MOVE 0 TO Ra-Qty-Scrapped.
           SET Ra-Open TO TRUE.
           MOVE 0 TO Ra-Last-Receipt-Date.
           MOVE 0 TO Ra-Credit-Total.
           WRITE Return-Auth-Record
               INVALID KEY
                   ADD 1 TO Requests-Refused
                   DISPLAY "RA already on file: " Ra-Key
           END-WRITE.
           IF Ra-File-Ok
               ADD 1 TO Returns-Authorized
               DISPLAY "RA " Ra-Order-Number "-" Ra-Order-Line "-"
                   Ra-Sequence " customer " Ra-Customer-Id " item "
                   Ra-Item-Number " eaches " Ra-Qty-Authorized
                   " reason " Ra-Return-Reason
           END-IF.

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
