       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnReceiving.
      *> ReturnReceiving takes customer returns in against their
      *> RETAUTH return authorizations. It reads the RETRECV
      *> receipts (RA number, eaches received, inspection result and
      *> an optional bin) and refuses any receipt with no open RA or
      *> that would take the RA past the eaches it authorized. A
      *> restockable return ("R") goes back into ITEM-STOCK and is
      *> put away to the keyed BINLOC bin (RECV, the receiving dock,
      *> when none is keyed), journaled to INVJRNL with reason "RTN"
      *> against the order line. A damaged return ("D") is journaled
      *> in under "RTN" and straight back out to scrap under "SCR",
      *> so the write-off is on record and the stock is unchanged.
      *> Either way the customer is credited for the eaches at the
      *> unit price they were invoiced at on INVOICES: an "M" credit
      *> memo goes onto the ARLEDGER ledger and the ARJRNL journal,
      *> the credit is applied to that invoice while it is still
      *> open and the rest stays on account, and the credit memo
      *> itself is printed to CREDMEMO for the customer. A return on
      *> a line never invoiced is taken in but not credited. RETRECV
      *> is consumed so a rerun receives nothing twice; a refusal or
      *> an uncredited return ends the step with condition code 4.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Return-Receipt-File ASSIGN TO "RETRECV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rcv-File-Status.

           SELECT Return-Auth-File ASSIGN TO "RETAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS Ra-File-Status.

           SELECT Inventory-Master-File ASSIGN TO "INVSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS Inv-File-Status.

           SELECT Bin-Location-File ASSIGN TO "BINLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIN-KEY
               FILE STATUS IS Bin-File-Status.

           SELECT Movement-Journal-File ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Invoice-File ASSIGN TO "INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Invoice-File-Status.

           SELECT Ar-Ledger-File ASSIGN TO "ARLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS Ledger-File-Status.

           SELECT Ar-Journal-File ASSIGN TO "ARJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Arj-File-Status.

           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

           SELECT Credit-Memo-File ASSIGN TO "CREDMEMO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Memo-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT LOCK-CONTROL-FILE ASSIGN TO "LOCKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  Return-Receipt-File.
       01 Return-Receipt-Record.
           05 Rcv-Order-Number      PIC 9(06).
           05 Rcv-Line              PIC 9(03).
           05 Rcv-Sequence          PIC 9(02).
           05 Rcv-Qty-Eaches        PIC 9(07).
           05 Rcv-Inspection        PIC X(01).
              88 Rcv-Restockable    VALUE "R".
              88 Rcv-Damaged        VALUE "D".
           05 Rcv-Bin               PIC X(05).

       FD  Return-Auth-File.
       COPY RETAUTH.

       FD  Inventory-Master-File.
       COPY INVREC.

       FD  Bin-Location-File.
       COPY BINLOC.

       FD  Movement-Journal-File.
       COPY INVJRNL.

       FD  Invoice-File.
       COPY INVOICE.

       FD  Ar-Ledger-File.
       COPY ARLEDGER.

       FD  Ar-Journal-File.
       COPY ARJRNL.

       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  Credit-Memo-File.
       01 Credit-Memo-Print-Record PIC X(80).

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  LOCK-CONTROL-FILE.
       COPY LOCKREC.

       WORKING-STORAGE SECTION.
       COPY LOCKWS.

       01 Rcv-File-Status PIC X(02) VALUE "00".
          88 Rcv-File-Ok VALUE "00".
          88 Rcv-File-Eof VALUE "10".

       01 Ra-File-Status PIC X(02) VALUE "00".
          88 Ra-File-Ok VALUE "00".

       01 Inv-File-Status PIC X(02) VALUE "00".
          88 Inv-File-Ok VALUE "00".

       01 Bin-File-Status PIC X(02) VALUE "00".
          88 Bin-File-Ok VALUE "00".

       01 Jrnl-File-Status PIC X(02) VALUE "00".

       01 Invoice-File-Status PIC X(02) VALUE "00".
          88 Invoice-File-Ok VALUE "00".
          88 Invoice-File-Eof VALUE "10".

       01 Ledger-File-Status PIC X(02) VALUE "00".
          88 Ledger-File-Ok VALUE "00".

       01 Arj-File-Status PIC X(02) VALUE "00".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".

       01 Memo-File-Status PIC X(02) VALUE "00".

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Ledger-End-Switch PIC X(01) VALUE "N".
          88 Ledger-End VALUE "Y".
       01 Invoice-Found-Switch PIC X(01) VALUE "N".
          88 Invoice-Line-Found VALUE "Y".
       01 Customer-Master-Switch PIC X(01) VALUE "N".
          88 Customer-Master-Open VALUE "Y".

       01 Today-Date PIC 9(08).
       01 Received-After PIC 9(08).
       01 New-Item-Stock PIC 9(08).
       01 Putaway-Bin PIC X(05).
       01 Order-Reference PIC X(10).
       01 Ra-Reference PIC X(15).

       01 Credit-Invoice-Number PIC 9(07).
       01 Credit-Unit-Price PIC 9(07)V99.
       01 Credit-Amount PIC S9(9)V99.
       01 Credit-Applied PIC S9(9)V99.
       01 Credit-Remaining PIC S9(9)V99.
       01 Next-Memo-Number PIC 9(07).

       01 Receipts-Read PIC 9(05) VALUE 0.
       01 Receipts-Refused PIC 9(05) VALUE 0.
       01 Returns-Restocked PIC 9(05) VALUE 0.
       01 Returns-Scrapped PIC 9(05) VALUE 0.
       01 Eaches-Restocked PIC 9(07) VALUE 0.
       01 Eaches-Scrapped PIC 9(07) VALUE 0.
       01 Memos-Issued PIC 9(05) VALUE 0.
       01 Returns-Not-Credited PIC 9(05) VALUE 0.
       01 Credit-Total PIC S9(9)V99 VALUE 0.
       01 Credit-Total-Edit PIC ZZZ,ZZZ,ZZ9.99-.

       01 Memo-Work-Line PIC X(80).
       01 Memo-Amount PIC $$$,$$$,$$9.99.

       01 Memo-Heading-Line.
           05 FILLER            PIC X(20) VALUE "CREDIT MEMO".
           05 FILLER            PIC X(06) VALUE "DATE ".
           05 Mhd-Date          PIC 9(08).
           05 FILLER            PIC X(06) VALUE "  NO. ".
           05 Mhd-Number        PIC 9(07).

       01 Memo-Name-Line.
           05 Mnm-First         PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Mnm-Last          PIC X(20).

       01 Memo-City-Line.
           05 Mct-City          PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Mct-State         PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Mct-Zip           PIC X(05).

       01 Memo-Customer-Line.
           05 FILLER            PIC X(13) VALUE "CUSTOMER NO. ".
           05 Mcl-Customer-Id   PIC 9(05).

       01 Memo-Item-Line.
           05 FILLER            PIC X(07) VALUE "  ITEM ".
           05 Mit-Item          PIC 9(09).
           05 FILLER            PIC X(09) VALUE "  EACHES ".
           05 Mit-Eaches        PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(04) VALUE " AT ".
           05 Mit-Unit-Price    PIC $$,$$$,$$9.99.

       01 Memo-Invoice-Line.
           05 FILLER            PIC X(10) VALUE "  INVOICE ".
           05 Mil-Invoice       PIC 9(07).
           05 FILLER            PIC X(08) VALUE "  ORDER ".
           05 Mil-Order         PIC 9(06).
           05 FILLER            PIC X(01) VALUE "/".
           05 Mil-Line          PIC 9(03).

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Read-Business-Date.
           OPEN INPUT Return-Receipt-File.
           IF NOT Rcv-File-Ok
               DISPLAY "No RETRECV return receipt file found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O Return-Auth-File.
           IF Ra-File-Status = "35"
               DISPLAY "No RETAUTH return authorization file found."
               CLOSE Return-Receipt-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INVSTOCK" TO Lock-Master-Wanted.
           MOVE "ReturnReceiving" TO Lock-Program-Name.
           PERFORM Claim-Master-Lock.
           OPEN I-O Inventory-Master-File.
           OPEN I-O Bin-Location-File.
           IF Bin-File-Status = "35"
               OPEN OUTPUT Bin-Location-File
               CLOSE Bin-Location-File
               OPEN I-O Bin-Location-File
           END-IF.
           OPEN EXTEND Movement-Journal-File.
           IF Jrnl-File-Status = "35"
               CLOSE Movement-Journal-File
               OPEN OUTPUT Movement-Journal-File
           END-IF.
           OPEN I-O Ar-Ledger-File.
           IF Ledger-File-Status = "35"
               OPEN OUTPUT Ar-Ledger-File
               CLOSE Ar-Ledger-File
               OPEN I-O Ar-Ledger-File
           END-IF.
           OPEN EXTEND Ar-Journal-File.
           IF Arj-File-Status = "35"
               CLOSE Ar-Journal-File
               OPEN OUTPUT Ar-Journal-File
           END-IF.
           OPEN INPUT Customer-Master-File.
           IF Cust-File-Ok
               SET Customer-Master-Open TO TRUE
           END-IF.
           OPEN OUTPUT Credit-Memo-File.
           DISPLAY "===== Customer Return Receiving =====".
           PERFORM Read-Next-Receipt.
           PERFORM Receive-One-Return UNTIL Rcv-File-Eof.
           CLOSE Return-Receipt-File.
           OPEN OUTPUT Return-Receipt-File.
           CLOSE Return-Receipt-File.
           CLOSE Return-Auth-File.
           CLOSE Inventory-Master-File.
           PERFORM Release-Master-Lock.
           CLOSE Bin-Location-File.
           CLOSE Movement-Journal-File.
           CLOSE Ar-Ledger-File.
           CLOSE Ar-Journal-File.
           IF Customer-Master-Open
               CLOSE Customer-Master-File
           END-IF.
           CLOSE Credit-Memo-File.
           MOVE Credit-Total TO Credit-Total-Edit.
           DISPLAY "Return receipts read: " Receipts-Read.
           DISPLAY "Return receipts refused: " Receipts-Refused.
           DISPLAY "Returns restocked: " Returns-Restocked
               " (" Eaches-Restocked " eaches)".
           DISPLAY "Returns scrapped: " Returns-Scrapped
               " (" Eaches-Scrapped " eaches)".
           DISPLAY "Credit memos issued: " Memos-Issued
               " for " Credit-Total-Edit.
           DISPLAY "Returns not credited: " Returns-Not-Credited.
           IF Receipts-Refused > 0 OR Returns-Not-Credited > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       Read-Next-Receipt.
           READ Return-Receipt-File
               AT END
                   SET Rcv-File-Eof TO TRUE
           END-READ.

       Receive-One-Return.
           ADD 1 TO Receipts-Read.
           MOVE Rcv-Order-Number TO Ra-Order-Number.
           MOVE Rcv-Line TO Ra-Order-Line.
           MOVE Rcv-Sequence TO Ra-Sequence.
           READ Return-Auth-File
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES TO Ra-Reference.
           STRING "RA" Rcv-Order-Number "-" Rcv-Line "-"
               Rcv-Sequence DELIMITED BY SIZE INTO Ra-Reference
           END-STRING.
           IF Ra-File-Ok
               COMPUTE Received-After = Ra-Qty-Restocked
                   + Ra-Qty-Scrapped + Rcv-Qty-Eaches
           END-IF.
           EVALUATE TRUE
               WHEN NOT Ra-File-Ok
                   ADD 1 TO Receipts-Refused
                   DISPLAY "No return authorization " Ra-Reference
               WHEN Ra-Closed
                   ADD 1 TO Receipts-Refused
                   DISPLAY "Return authorization closed: "
                       Ra-Reference
               WHEN Rcv-Qty-Eaches = 0
                   ADD 1 TO Receipts-Refused
                   DISPLAY "No eaches received: " Ra-Reference
               WHEN NOT Rcv-Restockable AND NOT Rcv-Damaged
                   ADD 1 TO Receipts-Refused
                   DISPLAY "Unknown inspection result "
                       Rcv-Inspection ": " Ra-Reference
               WHEN Received-After > Ra-Qty-Authorized
                   ADD 1 TO Receipts-Refused
                   DISPLAY "More than authorized: " Ra-Reference
                       " authorized " Ra-Qty-Authorized
               WHEN OTHER
                   PERFORM Take-Return-In
           END-EVALUATE.
           PERFORM Read-Next-Receipt.

       Take-Return-In.
           MOVE Ra-Item-Number TO ITEM-NUMBER.
           MOVE Ra-Warehouse TO ITEM-WAREHOUSE.
           READ Inventory-Master-File
               INVALID KEY
                   ADD 1 TO Receipts-Refused
                   DISPLAY "No stock record for item " Ra-Item-Number
                       ": " Ra-Reference
           END-READ.
           IF Inv-File-Ok
               COMPUTE New-Item-Stock = ITEM-STOCK + Rcv-Qty-Eaches
               IF New-Item-Stock > 9999
                   ADD 1 TO Receipts-Refused
                   DISPLAY "Stock for item " Ra-Item-Number
                       " would pass 9999: " Ra-Reference
               ELSE
                   IF Rcv-Restockable
                       PERFORM Restock-Return
                   ELSE
                       PERFORM Scrap-Return
                   END-IF
                   PERFORM Issue-Credit-Memo
                   PERFORM Update-Authorization
               END-IF
           END-IF.

       Restock-Return.
           MOVE New-Item-Stock TO ITEM-STOCK.
           REWRITE INVENTORY-RECORD.
           PERFORM Put-Away-To-Bin.
           MOVE "RTN" TO Mvj-Reason-Code.
           MOVE Rcv-Qty-Eaches TO Mvj-Qty-Eaches.
           MOVE ITEM-STOCK TO Mvj-Stock-After.
           PERFORM Write-Return-Journal.
           ADD Rcv-Qty-Eaches TO Ra-Qty-Restocked.
           ADD 1 TO Returns-Restocked.
           ADD Rcv-Qty-Eaches TO Eaches-Restocked.
           DISPLAY "Restocked " Rcv-Qty-Eaches " eaches of "
               Ra-Item-Number " to bin " Putaway-Bin ": "
               Ra-Reference.

      *> Damaged goods are journaled in and straight back out to
      *> scrap, so the write-off is on the journal against the
      *> order line and ITEM-STOCK and the bins never see them.
       Scrap-Return.
           MOVE "RTN" TO Mvj-Reason-Code.
           MOVE Rcv-Qty-Eaches TO Mvj-Qty-Eaches.
           MOVE New-Item-Stock TO Mvj-Stock-After.
           PERFORM Write-Return-Journal.
           MOVE "SCR" TO Mvj-Reason-Code.
           COMPUTE Mvj-Qty-Eaches = 0 - Rcv-Qty-Eaches.
           MOVE ITEM-STOCK TO Mvj-Stock-After.
           PERFORM Write-Return-Journal.
           ADD Rcv-Qty-Eaches TO Ra-Qty-Scrapped.
           ADD 1 TO Returns-Scrapped.
           ADD Rcv-Qty-Eaches TO Eaches-Scrapped.
           DISPLAY "Scrapped " Rcv-Qty-Eaches " damaged eaches of "
               Ra-Item-Number ": " Ra-Reference.

      *> The caller sets the reason, quantity and stock after; the
      *> movement is referenced to the order and line shipped, the
      *> same as the "SHP" movement that sent the goods out.
       Write-Return-Journal.
           MOVE Ra-Item-Number TO Mvj-Item-Number.
           MOVE Ra-Warehouse TO Mvj-Warehouse.
           MOVE Today-Date TO Mvj-Move-Date.
           MOVE SPACES TO Order-Reference.
           MOVE Ra-Order-Number TO Order-Reference(1:6).
           MOVE Ra-Order-Line TO Order-Reference(8:3).
           MOVE Order-Reference TO Mvj-Reference.
           WRITE Movement-Journal-Record.

      *> The return goes to the keyed bin (a blank bin falls back
      *> to RECV, the receiving dock), creating the bin record on
      *> first use.
       Put-Away-To-Bin.
           IF Rcv-Bin = SPACES
               MOVE "RECV " TO Putaway-Bin
           ELSE
               MOVE Rcv-Bin TO Putaway-Bin
           END-IF.
           MOVE Ra-Item-Number TO Bin-Item-Number.
           MOVE Ra-Warehouse TO Bin-Warehouse.
           MOVE Putaway-Bin TO Bin-Location.
           READ Bin-Location-File
               INVALID KEY
                   MOVE Ra-Item-Number TO Bin-Item-Number
                   MOVE Ra-Warehouse TO Bin-Warehouse
                   MOVE Putaway-Bin TO Bin-Location
                   MOVE 0 TO Bin-Stock
                   WRITE Bin-Location-Record
           END-READ.
           ADD Rcv-Qty-Eaches TO Bin-Stock.
           REWRITE Bin-Location-Record.

       Update-Authorization.
           MOVE Today-Date TO Ra-Last-Receipt-Date.
           IF Ra-Qty-Restocked + Ra-Qty-Scrapped >= Ra-Qty-Authorized
               SET Ra-Closed TO TRUE
           END-IF.
           REWRITE Return-Auth-Record.

      *> The credit is the eaches received at the unit price the
      *> order line was last invoiced at - a line never invoiced
      *> was never billed, so there is nothing to credit.
       Issue-Credit-Memo.
           PERFORM Find-Invoice-Price.
           IF NOT Invoice-Line-Found
               ADD 1 TO Returns-Not-Credited
               DISPLAY "Order line not invoiced - no credit memo: "
                   Ra-Reference
           ELSE
               COMPUTE Credit-Amount =
                   Rcv-Qty-Eaches * Credit-Unit-Price
                   ON SIZE ERROR
                       MOVE 0 TO Credit-Amount
               END-COMPUTE
               IF Credit-Amount = 0
                   ADD 1 TO Returns-Not-Credited
                   DISPLAY "No credit value - no credit memo: "
                       Ra-Reference
               ELSE
                   PERFORM Post-Credit-Memo
               END-IF
           END-IF.

       Find-Invoice-Price.
           MOVE "N" TO Invoice-Found-Switch.
           OPEN INPUT Invoice-File.
           IF Invoice-File-Ok
               PERFORM Read-Next-Invoice-Record
               PERFORM Check-One-Invoice-Record
                   UNTIL Invoice-File-Eof
               CLOSE Invoice-File
           END-IF.

       Read-Next-Invoice-Record.
           READ Invoice-File
               AT END
                   SET Invoice-File-Eof TO TRUE
           END-READ.

       Check-One-Invoice-Record.
           IF Ivc-Line
               AND Ivc-Line-Order = Ra-Order-Number
               AND Ivc-Line-Number = Ra-Order-Line
               SET Invoice-Line-Found TO TRUE
               MOVE Ivc-Invoice-Number TO Credit-Invoice-Number
               MOVE Ivc-Unit-Price TO Credit-Unit-Price
           END-IF.
           PERFORM Read-Next-Invoice-Record.

      *> How much of the credit the invoice can take is worked out
      *> first, the memo is written and journaled for the full
      *> credit with what it leaves on account, and then the
      *> invoice is reduced and journaled in its turn.
       Post-Credit-Memo.
           PERFORM Measure-Invoice-Open.
           COMPUTE Credit-Remaining = Credit-Amount - Credit-Applied.
           PERFORM Find-Next-Memo-Number.
           MOVE SPACES TO Ar-Ledger-Record.
           MOVE Ra-Customer-Id TO Ar-Customer-Id.
           SET Ar-Credit-Memo TO TRUE.
           MOVE Next-Memo-Number TO Ar-Doc-Number.
           MOVE Ra-Order-Number TO Ar-Order-Number.
           MOVE Today-Date TO Ar-Doc-Date.
           MOVE Today-Date TO Ar-Due-Date.
           MOVE Credit-Amount TO Ar-Original-Amount.
           MOVE Credit-Remaining TO Ar-Open-Amount.
           MOVE 0 TO Ar-Last-Payment-Date.
           IF Credit-Remaining = 0
               SET Ar-Item-Closed TO TRUE
           ELSE
               SET Ar-Item-Open TO TRUE
           END-IF.
           MOVE 0 TO Ar-Dunning-Level.
           MOVE 0 TO Ar-Last-Dunning-Date.
           MOVE Ra-Reference TO Ar-Reference.
           WRITE Ar-Ledger-Record
               INVALID KEY
                   DISPLAY "  Credit memo " Ar-Key " already on file."
           END-WRITE.
           MOVE SPACES TO Ar-Journal-Record.
           SET Arj-Credit-Memo-Issued TO TRUE.
           MOVE Credit-Amount TO Arj-Amount.
           MOVE Ra-Reference TO Arj-Reference.
           PERFORM Write-Ar-Journal.
           IF Credit-Applied > 0
               PERFORM Apply-Credit-To-Invoice
           END-IF.
           ADD 1 TO Memos-Issued.
           ADD Credit-Amount TO Credit-Total.
           ADD Credit-Amount TO Ra-Credit-Total.
           PERFORM Print-Credit-Memo.

       Measure-Invoice-Open.
           MOVE 0 TO Credit-Applied.
           MOVE Ra-Customer-Id TO Ar-Customer-Id.
           SET Ar-Invoice-Item TO TRUE.
           MOVE Credit-Invoice-Number TO Ar-Doc-Number.
           READ Ar-Ledger-File
               INVALID KEY
                   CONTINUE
           END-READ.
           IF Ledger-File-Ok
               IF Ar-Item-Open AND Ar-Open-Amount > 0
                   IF Credit-Amount < Ar-Open-Amount
                       MOVE Credit-Amount TO Credit-Applied
                   ELSE
                       MOVE Ar-Open-Amount TO Credit-Applied
                   END-IF
               END-IF
           END-IF.

       Apply-Credit-To-Invoice.
           MOVE Ra-Customer-Id TO Ar-Customer-Id.
           SET Ar-Invoice-Item TO TRUE.
           MOVE Credit-Invoice-Number TO Ar-Doc-Number.
           READ Ar-Ledger-File
               INVALID KEY
                   CONTINUE
           END-READ.
           IF Ledger-File-Ok
               SUBTRACT Credit-Applied FROM Ar-Open-Amount
               IF Ar-Open-Amount = 0
                   SET Ar-Item-Closed TO TRUE
               END-IF
               REWRITE Ar-Ledger-Record
               MOVE SPACES TO Ar-Journal-Record
               SET Arj-Credit-Applied TO TRUE
               MOVE Credit-Applied TO Arj-Amount
               MOVE Ra-Reference TO Arj-Reference
               PERFORM Write-Ar-Journal
           END-IF.

      *> Credit memos are numbered after the customer's last "M"
      *> item.
       Find-Next-Memo-Number.
           MOVE 0 TO Next-Memo-Number.
           MOVE Ra-Customer-Id TO Ar-Customer-Id.
           SET Ar-Credit-Memo TO TRUE.
           MOVE 0 TO Ar-Doc-Number.
           MOVE "N" TO Ledger-End-Switch.
           START Ar-Ledger-File KEY IS NOT LESS THAN Ar-Key
               INVALID KEY
                   SET Ledger-End TO TRUE
           END-START.
           PERFORM Read-Next-Memo UNTIL Ledger-End.
           ADD 1 TO Next-Memo-Number.

       Read-Next-Memo.
           READ Ar-Ledger-File NEXT RECORD
               AT END
                   SET Ledger-End TO TRUE
           END-READ.
           IF NOT Ledger-End
               IF Ar-Customer-Id NOT = Ra-Customer-Id
                   OR NOT Ar-Credit-Memo
                   SET Ledger-End TO TRUE
               ELSE
                   MOVE Ar-Doc-Number TO Next-Memo-Number
               END-IF
           END-IF.

      *> The caller sets the activity, amount and reference; the
      *> item and its open amount come from the ledger record just
      *> written.
       Write-Ar-Journal.
           MOVE Ar-Customer-Id TO Arj-Customer-Id.
           MOVE Ar-Doc-Type TO Arj-Doc-Type.
           MOVE Ar-Doc-Number TO Arj-Doc-Number.
           MOVE Today-Date TO Arj-Activity-Date.
           MOVE Ar-Open-Amount TO Arj-Open-After.
           MOVE SPACE TO Arj-Channel.
           WRITE Ar-Journal-Record.

       Print-Credit-Memo.
           PERFORM Find-Customer.
           MOVE Today-Date TO Mhd-Date.
           MOVE Next-Memo-Number TO Mhd-Number.
           MOVE Memo-Heading-Line TO Memo-Work-Line.
           PERFORM Write-Memo-Line.
           MOVE SPACES TO Memo-Work-Line.
           PERFORM Write-Memo-Line.
           IF Cust-File-Ok
               MOVE CUSTOMER-FIRST-NAME TO Mnm-First
               MOVE CUSTOMER-LAST-NAME TO Mnm-Last
               MOVE Memo-Name-Line TO Memo-Work-Line
               PERFORM Write-Memo-Line
               MOVE CUSTOMER-STREET TO Memo-Work-Line
               PERFORM Write-Memo-Line
               MOVE CUSTOMER-CITY TO Mct-City
               MOVE CUSTOMER-STATE TO Mct-State
               MOVE CUSTOMER-ZIP TO Mct-Zip
               MOVE Memo-City-Line TO Memo-Work-Line
               PERFORM Write-Memo-Line
           END-IF.
           MOVE Ra-Customer-Id TO Mcl-Customer-Id.
           MOVE Memo-Customer-Line TO Memo-Work-Line.
           PERFORM Write-Memo-Line.
           MOVE SPACES TO Memo-Work-Line.
           PERFORM Write-Memo-Line.
           STRING "We have credited your account for goods returned "
               "under " Ra-Reference ":" DELIMITED BY SIZE
               INTO Memo-Work-Line
           END-STRING.
           PERFORM Write-Memo-Line.
           MOVE SPACES TO Memo-Work-Line.
           PERFORM Write-Memo-Line.
           MOVE Ra-Item-Number TO Mit-Item.
           MOVE Rcv-Qty-Eaches TO Mit-Eaches.
           MOVE Credit-Unit-Price TO Mit-Unit-Price.
           MOVE Memo-Item-Line TO Memo-Work-Line.
           PERFORM Write-Memo-Line.
           MOVE Credit-Invoice-Number TO Mil-Invoice.
           MOVE Ra-Order-Number TO Mil-Order.
           MOVE Ra-Order-Line TO Mil-Line.
           MOVE Memo-Invoice-Line TO Memo-Work-Line.
           PERFORM Write-Memo-Line.
           MOVE SPACES TO Memo-Work-Line.
           PERFORM Write-Memo-Line.
           MOVE Credit-Amount TO Memo-Amount.
           STRING "Credit amount: " DELIMITED BY SIZE
               Memo-Amount DELIMITED BY SIZE
               INTO Memo-Work-Line
           END-STRING.
           PERFORM Write-Memo-Line.
           IF Credit-Applied > 0
               MOVE SPACES TO Memo-Work-Line
               MOVE Credit-Applied TO Memo-Amount
               STRING "Applied to invoice " DELIMITED BY SIZE
                   Credit-Invoice-Number DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   Memo-Amount DELIMITED BY SIZE
                   INTO Memo-Work-Line
               END-STRING
               PERFORM Write-Memo-Line
           END-IF.
           IF Credit-Remaining > 0
               MOVE SPACES TO Memo-Work-Line
               MOVE Credit-Remaining TO Memo-Amount
               STRING "Left as a credit on your account: "
                   DELIMITED BY SIZE
                   Memo-Amount DELIMITED BY SIZE
                   INTO Memo-Work-Line
               END-STRING
               PERFORM Write-Memo-Line
           END-IF.
           MOVE ALL "-" TO Memo-Work-Line.
           PERFORM Write-Memo-Line.

       Find-Customer.
           MOVE Ra-Customer-Id TO CUSTOMER-ID.
           IF Customer-Master-Open
               READ Customer-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
           ELSE
               MOVE "35" TO Cust-File-Status
           END-IF.

       Write-Memo-Line.
           WRITE Credit-Memo-Print-Record FROM Memo-Work-Line.

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

       COPY LOCKPROC.
