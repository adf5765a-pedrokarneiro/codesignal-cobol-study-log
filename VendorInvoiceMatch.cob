       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorInvoiceMatch.
      *> VendorInvoiceMatch is the three-way match that replaces
      *> checking vendor invoices against the purchase order by eye.
      *> It first posts the invoice lines keyed into VINVIN onto the
      *> indexed VENDINV vendor-invoice file (a line keyed again
      *> before it has passed replaces the held one, so a vendor's
      *> corrected invoice clears a hold), then matches every line
      *> not yet passed against its POORDER line and what
      *> GoodsReceipt says actually arrived. A line passes when the
      *> order line is the vendor's and the item's, the eaches
      *> invoiced on the line so far stay within the eaches
      *> received, and the price per each is within the MTCHPARM
      *> tolerance of PO-UNIT-COST (2.00 percent either way when
      *> there is no parameter file). Anything else is held with a
      *> reason code - PV price variance, QR quantity over
      *> received, NR no receipt yet, NP not on the order - and is
      *> matched again on the next run, so a line held only for a
      *> receipt passes by itself once the goods land. Every line
      *> matched is listed on VMATRPT; the price holds are taken up
      *> with the vendor from PriceVarianceReport. Any hold or
      *> refused line ends the step with condition code 4.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: A line VendorPaymentRun has paid is left alone
      *> and cannot be keyed over.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Invoice-Input-File ASSIGN TO "VINVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Vin-File-Status.

           SELECT Vendor-Invoice-File ASSIGN TO "VENDINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VI-KEY
               FILE STATUS IS Vi-File-Status.

           SELECT Purchase-Order-File ASSIGN TO "POORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-ORDER-KEY
               FILE STATUS IS Po-File-Status.

           SELECT Vendor-Master-File ASSIGN TO "VENDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS Vend-File-Status.

           SELECT Match-Parm-File ASSIGN TO "MTCHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Report-Print-File ASSIGN TO "VMATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "VMATCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Invoice-Input-File.
       01 Invoice-Input-Record.
           05 Vin-Vendor-Id         PIC 9(05).
           05 Vin-Invoice-Number    PIC X(12).
           05 Vin-Line              PIC 9(03).
           05 Vin-Invoice-Date      PIC 9(08).
           05 Vin-Po-Number         PIC 9(06).
           05 Vin-Po-Line           PIC 9(03).
           05 Vin-Item-Number       PIC 9(09).
           05 Vin-Qty-Billed        PIC 9(07).
           05 Vin-Unit-Price        PIC 9(05)V99.

       FD  Vendor-Invoice-File.
       COPY VENDINV.

       FD  Purchase-Order-File.
       COPY PORDREC.

       FD  Vendor-Master-File.
       COPY VENDREC.

       FD  Match-Parm-File.
       01 Match-Parm-Record.
           05 Parm-Price-Tolerance  PIC 9(03)V99.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Vin-File-Status PIC X(02) VALUE "00".
          88 Vin-File-Ok VALUE "00".
          88 Vin-File-Eof VALUE "10".

       01 Vi-File-Status PIC X(02) VALUE "00".
          88 Vi-File-Ok VALUE "00".
          88 Vi-File-Eof VALUE "10".

       01 Po-File-Status PIC X(02) VALUE "00".
          88 Po-File-Ok VALUE "00".

       01 Vend-File-Status PIC X(02) VALUE "00".
          88 Vend-File-Ok VALUE "00".

       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Price-Tolerance-Pct PIC 9(03)V99 VALUE 2.00.
       01 Price-Variance PIC S9(05)V99.
       01 Variance-Magnitude PIC 9(05)V99.
       01 Variance-Allowed PIC 9(05)V99.
       01 Invoiced-After-Line PIC 9(08).
       01 Match-Result-Text PIC X(30).

       01 Lines-Posted PIC 9(05) VALUE 0.
       01 Lines-Replaced PIC 9(05) VALUE 0.
       01 Lines-Refused PIC 9(05) VALUE 0.
       01 Lines-Matched PIC 9(05) VALUE 0.
       01 Lines-Passed PIC 9(05) VALUE 0.
       01 Held-Price-Count PIC 9(05) VALUE 0.
       01 Held-Over-Count PIC 9(05) VALUE 0.
       01 Held-No-Receipt-Count PIC 9(05) VALUE 0.
       01 Held-Not-On-Po-Count PIC 9(05) VALUE 0.
       01 Lines-Held PIC 9(05) VALUE 0.

       01 Match-Heading-Line.
           05 FILLER               PIC X(26)
              VALUE "  VENDOR INVOICE/LINE".
           05 FILLER               PIC X(12) VALUE "PO/LINE".
           05 FILLER               PIC X(11) VALUE "ITEM".
           05 FILLER               PIC X(09) VALUE "   BILLED".
           05 FILLER               PIC X(09) VALUE " RECEIVED".
           05 FILLER               PIC X(11) VALUE "  INV PRICE".
           05 FILLER               PIC X(11) VALUE "    PO COST".
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(30) VALUE "RESULT".

       01 Match-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Mdl-Vendor-Id        PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Mdl-Invoice-Number   PIC X(12).
           05 FILLER               PIC X(01) VALUE "/".
           05 Mdl-Line             PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Mdl-Po-Number        PIC 9(06).
           05 FILLER               PIC X(01) VALUE "/".
           05 Mdl-Po-Line          PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Mdl-Item             PIC 9(09).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Mdl-Qty-Billed       PIC Z,ZZZ,ZZ9.
           05 Mdl-Qty-Received     PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Mdl-Unit-Price       PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Mdl-Po-Cost          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Mdl-Result           PIC X(30).

       01 Total-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tot-Label            PIC X(40).
           05 Tot-Count            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Read-Business-Date.
           PERFORM Read-Match-Parm.
           OPEN INPUT Purchase-Order-File.
           IF Po-File-Status = "35"
               DISPLAY "No POORDER purchase-order file found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE Purchase-Order-File.
           OPEN I-O Purchase-Order-File.
           OPEN INPUT Vendor-Master-File.
           IF Vend-File-Status = "35"
               DISPLAY "No VENDMSTR vendor master file found."
               CLOSE Purchase-Order-File
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O Vendor-Invoice-File.
           IF Vi-File-Status = "35"
               OPEN OUTPUT Vendor-Invoice-File
               CLOSE Vendor-Invoice-File
               OPEN I-O Vendor-Invoice-File
           END-IF.
           OPEN OUTPUT Report-Print-File.
           MOVE "VENDOR INVOICE THREE-WAY MATCH" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "VENDOR," "INVOICE," "LINE," "PO," "PO LINE,"
               "ITEM," "QTY BILLED," "QTY RECEIVED,"
               "INVOICE PRICE," "PO UNIT COST," "RESULT"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Match-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           DISPLAY "===== Vendor Invoice Match =====".
           PERFORM Post-Invoice-Input.
           PERFORM Match-Open-Lines.
           IF Lines-Matched = 0 AND Lines-Refused = 0
               MOVE "    No vendor invoice lines waiting to match."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Print-Totals.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Vendor-Invoice-File.
           CLOSE Vendor-Master-File.
           CLOSE Purchase-Order-File.
           DISPLAY "Invoice lines posted: " Lines-Posted.
           DISPLAY "Invoice lines replaced: " Lines-Replaced.
           DISPLAY "Invoice lines refused: " Lines-Refused.
           DISPLAY "Invoice lines matched: " Lines-Matched.
           DISPLAY "Invoice lines passed: " Lines-Passed.
           DISPLAY "Invoice lines held: " Lines-Held.
           IF Lines-Held > 0 OR Lines-Refused > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> The keyed lines go onto VENDINV unmatched. A line already
      *> on file replaces it unless it has passed - a passed line
      *> may already be on its way to being paid, or paid. VINVIN is
      *> emptied once posted, so a rerun cannot post it twice.
       Post-Invoice-Input.
           OPEN INPUT Invoice-Input-File.
           IF Vin-File-Ok
               PERFORM Read-Next-Input
               PERFORM Post-One-Input UNTIL Vin-File-Eof
               CLOSE Invoice-Input-File
               OPEN OUTPUT Invoice-Input-File
               CLOSE Invoice-Input-File
           END-IF.

       Read-Next-Input.
           READ Invoice-Input-File
               AT END
                   SET Vin-File-Eof TO TRUE
           END-READ.

       Post-One-Input.
           MOVE Vin-Vendor-Id TO VEND-ID.
           READ Vendor-Master-File
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT Vend-File-Ok
                   MOVE "REFUSED - VENDOR NOT ON FILE"
                       TO Match-Result-Text
                   PERFORM Refuse-Input-Line
               WHEN Vin-Qty-Billed = 0
                   MOVE "REFUSED - NO QUANTITY BILLED"
                       TO Match-Result-Text
                   PERFORM Refuse-Input-Line
               WHEN OTHER
                   PERFORM Store-Input-Line
           END-EVALUATE.
           PERFORM Read-Next-Input.

       Store-Input-Line.
           MOVE Vin-Vendor-Id TO VI-VENDOR-ID.
           MOVE Vin-Invoice-Number TO VI-INVOICE-NUMBER.
           MOVE Vin-Line TO VI-LINE.
           READ Vendor-Invoice-File
               INVALID KEY
                   CONTINUE
           END-READ.
           IF Vi-File-Ok
               IF VI-MATCHED OR VI-PAID
                   MOVE "REFUSED - LINE ALREADY PASSED"
                       TO Match-Result-Text
                   PERFORM Refuse-Input-Line
               ELSE
                   PERFORM Move-Input-To-Line
                   REWRITE VENDOR-INVOICE-RECORD
                   ADD 1 TO Lines-Replaced
               END-IF
           ELSE
               MOVE SPACES TO VENDOR-INVOICE-RECORD
               MOVE Vin-Vendor-Id TO VI-VENDOR-ID
               MOVE Vin-Invoice-Number TO VI-INVOICE-NUMBER
               MOVE Vin-Line TO VI-LINE
               PERFORM Move-Input-To-Line
               WRITE VENDOR-INVOICE-RECORD
               ADD 1 TO Lines-Posted
           END-IF.

       Move-Input-To-Line.
           MOVE Vin-Invoice-Date TO VI-INVOICE-DATE.
           MOVE Vin-Po-Number TO VI-PO-NUMBER.
           MOVE Vin-Po-Line TO VI-PO-LINE.
           MOVE Vin-Item-Number TO VI-ITEM-NUMBER.
           MOVE Vin-Qty-Billed TO VI-QTY-BILLED.
           MOVE Vin-Unit-Price TO VI-UNIT-PRICE.
           SET VI-NOT-MATCHED TO TRUE.
           SET VI-NO-HOLD TO TRUE.
           MOVE 0 TO VI-MATCH-DATE.
           MOVE 0 TO VI-PO-UNIT-COST.
           MOVE 0 TO VI-PAID-DATE.

       Refuse-Input-Line.
           ADD 1 TO Lines-Refused.
           MOVE Vin-Vendor-Id TO VI-VENDOR-ID.
           MOVE Vin-Invoice-Number TO VI-INVOICE-NUMBER.
           MOVE Vin-Line TO VI-LINE.
           MOVE Vin-Po-Number TO VI-PO-NUMBER.
           MOVE Vin-Po-Line TO VI-PO-LINE.
           MOVE Vin-Item-Number TO VI-ITEM-NUMBER.
           MOVE Vin-Qty-Billed TO VI-QTY-BILLED.
           MOVE Vin-Unit-Price TO VI-UNIT-PRICE.
           MOVE 0 TO VI-PO-UNIT-COST.
           MOVE 0 TO PO-QTY-RECEIVED.
           PERFORM Print-Match-Line.
           DISPLAY "  Invoice " Vin-Vendor-Id " " Vin-Invoice-Number
               "/" Vin-Line " " Match-Result-Text.

      *> Every line not yet passed is matched, in vendor and
      *> invoice order - new lines and lines held on an earlier
      *> run alike.
       Match-Open-Lines.
           MOVE LOW-VALUES TO VI-KEY.
           START Vendor-Invoice-File KEY IS GREATER THAN VI-KEY
               INVALID KEY
                   SET Vi-File-Eof TO TRUE
           END-START.
           IF Vi-File-Ok
               PERFORM Read-Next-Invoice-Line
               PERFORM Match-One-Line UNTIL Vi-File-Eof
           END-IF.

       Read-Next-Invoice-Line.
           READ Vendor-Invoice-File NEXT RECORD
               AT END
                   SET Vi-File-Eof TO TRUE
           END-READ.

       Match-One-Line.
           IF VI-NOT-MATCHED OR VI-HELD
               ADD 1 TO Lines-Matched
               PERFORM Match-To-Order-Line
               REWRITE VENDOR-INVOICE-RECORD
               PERFORM Print-Match-Line
           END-IF.
           PERFORM Read-Next-Invoice-Line.

      *> The checks run in the order a clerk would make them: is
      *> this our order at all, has anything arrived, has more
      *> been billed than arrived, and is the price right.
       Match-To-Order-Line.
           MOVE Today-Date TO VI-MATCH-DATE.
           MOVE VI-PO-NUMBER TO PO-NUMBER.
           MOVE VI-PO-LINE TO PO-LINE.
           READ Purchase-Order-File
               INVALID KEY
                   CONTINUE
           END-READ.
           IF Po-File-Ok
               MOVE PO-UNIT-COST TO VI-PO-UNIT-COST
               COMPUTE Invoiced-After-Line =
                   PO-QTY-INVOICED + VI-QTY-BILLED
               PERFORM Compute-Price-Variance
           ELSE
               MOVE 0 TO PO-QTY-RECEIVED
               MOVE 0 TO VI-PO-UNIT-COST
           END-IF.
           EVALUATE TRUE
               WHEN NOT Po-File-Ok
                   MOVE "HELD NP - NO SUCH PO LINE"
                       TO Match-Result-Text
                   PERFORM Hold-Not-On-Order
               WHEN PO-ITEM-NUMBER NOT = VI-ITEM-NUMBER
                   MOVE "HELD NP - ITEM NOT ON PO LINE"
                       TO Match-Result-Text
                   PERFORM Hold-Not-On-Order
               WHEN PO-VENDOR-ID NOT = 0
                   AND PO-VENDOR-ID NOT = VI-VENDOR-ID
                   MOVE "HELD NP - PO OF ANOTHER VENDOR"
                       TO Match-Result-Text
                   PERFORM Hold-Not-On-Order
               WHEN PO-QTY-RECEIVED = 0
                   MOVE "HELD NR - NO RECEIPT YET"
                       TO Match-Result-Text
                   SET VI-HOLD-NO-RECEIPT TO TRUE
                   ADD 1 TO Held-No-Receipt-Count
                   PERFORM Hold-Invoice-Line
               WHEN Invoiced-After-Line > PO-QTY-RECEIVED
                   MOVE "HELD QR - QTY OVER RECEIVED"
                       TO Match-Result-Text
                   SET VI-HOLD-OVER-RECEIVED TO TRUE
                   ADD 1 TO Held-Over-Count
                   PERFORM Hold-Invoice-Line
               WHEN Variance-Magnitude > Variance-Allowed
                   MOVE "HELD PV - PRICE VARIANCE"
                       TO Match-Result-Text
                   SET VI-HOLD-PRICE-VARIANCE TO TRUE
                   ADD 1 TO Held-Price-Count
                   PERFORM Hold-Invoice-Line
               WHEN OTHER
                   PERFORM Pass-Invoice-Line
           END-EVALUATE.

       Pass-Invoice-Line.
           MOVE Invoiced-After-Line TO PO-QTY-INVOICED.
           REWRITE PURCHASE-ORDER-RECORD.
           SET VI-MATCHED TO TRUE.
           SET VI-NO-HOLD TO TRUE.
           MOVE "PASSED" TO Match-Result-Text.
           ADD 1 TO Lines-Passed.

      *> The tolerance is a percentage of the order's cost per
      *> each, either way - a price far under the order is as
      *> likely a wrong item or unit as a bargain.
       Compute-Price-Variance.
           COMPUTE Price-Variance = VI-UNIT-PRICE - PO-UNIT-COST.
           IF Price-Variance < 0
               COMPUTE Variance-Magnitude = 0 - Price-Variance
           ELSE
               MOVE Price-Variance TO Variance-Magnitude
           END-IF.
           COMPUTE Variance-Allowed ROUNDED =
               PO-UNIT-COST * Price-Tolerance-Pct / 100.

       Hold-Not-On-Order.
           SET VI-HOLD-NOT-ON-ORDER TO TRUE.
           ADD 1 TO Held-Not-On-Po-Count.
           PERFORM Hold-Invoice-Line.

       Hold-Invoice-Line.
           SET VI-HELD TO TRUE.
           ADD 1 TO Lines-Held.
           DISPLAY "  Invoice " VI-VENDOR-ID " " VI-INVOICE-NUMBER
               "/" VI-LINE " " Match-Result-Text.

       Print-Match-Line.
           MOVE VI-VENDOR-ID TO Mdl-Vendor-Id.
           MOVE VI-INVOICE-NUMBER TO Mdl-Invoice-Number.
           MOVE VI-LINE TO Mdl-Line.
           MOVE VI-PO-NUMBER TO Mdl-Po-Number.
           MOVE VI-PO-LINE TO Mdl-Po-Line.
           MOVE VI-ITEM-NUMBER TO Mdl-Item.
           MOVE VI-QTY-BILLED TO Mdl-Qty-Billed.
           MOVE PO-QTY-RECEIVED TO Mdl-Qty-Received.
           MOVE VI-UNIT-PRICE TO Mdl-Unit-Price.
           MOVE VI-PO-UNIT-COST TO Mdl-Po-Cost.
           MOVE Match-Result-Text TO Mdl-Result.
           MOVE Match-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Print-Totals.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "INVOICE LINES POSTED" TO Tot-Label.
           MOVE Lines-Posted TO Tot-Count.
           PERFORM Print-One-Total.
           MOVE "INVOICE LINES REPLACED" TO Tot-Label.
           MOVE Lines-Replaced TO Tot-Count.
           PERFORM Print-One-Total.
           MOVE "INVOICE LINES REFUSED" TO Tot-Label.
           MOVE Lines-Refused TO Tot-Count.
           PERFORM Print-One-Total.
           MOVE "INVOICE LINES MATCHED" TO Tot-Label.
           MOVE Lines-Matched TO Tot-Count.
           PERFORM Print-One-Total.
           MOVE "  PASSED" TO Tot-Label.
           MOVE Lines-Passed TO Tot-Count.
           PERFORM Print-One-Total.
           MOVE "  HELD PV - PRICE VARIANCE" TO Tot-Label.
           MOVE Held-Price-Count TO Tot-Count.
           PERFORM Print-One-Total.
           MOVE "  HELD QR - QUANTITY OVER RECEIVED" TO Tot-Label.
           MOVE Held-Over-Count TO Tot-Count.
           PERFORM Print-One-Total.
           MOVE "  HELD NR - NO RECEIPT YET" TO Tot-Label.
           MOVE Held-No-Receipt-Count TO Tot-Count.
           PERFORM Print-One-Total.
           MOVE "  HELD NP - NOT ON THE ORDER" TO Tot-Label.
           MOVE Held-Not-On-Po-Count TO Tot-Count.
           PERFORM Print-One-Total.

       Print-One-Total.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

      *> A missing parameter file falls back to a price tolerance
      *> of 2.00 percent.
       Read-Match-Parm.
           OPEN INPUT Match-Parm-File.
           IF Parm-File-Ok
               READ Match-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Parm-Price-Tolerance
                           TO Price-Tolerance-Pct
               END-READ
               CLOSE Match-Parm-File
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

       Build-Csv-Row.
           MOVE VI-VENDOR-ID TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE VI-INVOICE-NUMBER TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE VI-LINE TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE VI-PO-NUMBER TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE VI-PO-LINE TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE VI-ITEM-NUMBER TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE VI-QTY-BILLED TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE PO-QTY-RECEIVED TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE VI-UNIT-PRICE TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE VI-PO-UNIT-COST TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Match-Result-Text TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
