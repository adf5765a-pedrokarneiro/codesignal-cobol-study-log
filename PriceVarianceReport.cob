       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceVarianceReport.
      *> PriceVarianceReport is purchasing's worklist for taking
      *> price disputes up with the vendor. It lists every VENDINV
      *> vendor-invoice line VendorInvoiceMatch is holding for a
      *> price variance, grouped under the VENDMSTR vendor with its
      *> name: the invoice and order line, the eaches billed, the
      *> order's cost per each against the vendor's price, the
      *> variance per each and as a percentage of the order cost,
      *> and the variance extended over the eaches billed - with a
      *> total per vendor and for the report. A line drops off once
      *> the vendor's corrected invoice is keyed and passes. Output
      *> goes to PVARRPT.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Vendor-Invoice-File ASSIGN TO "VENDINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VI-KEY
               FILE STATUS IS Vi-File-Status.

           SELECT Vendor-Master-File ASSIGN TO "VENDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS Vend-File-Status.

           SELECT Report-Print-File ASSIGN TO "PVARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "PVARCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Vendor-Invoice-File.
       COPY VENDINV.

       FD  Vendor-Master-File.
       COPY VENDREC.

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

       01 Vi-File-Status PIC X(02) VALUE "00".
          88 Vi-File-Ok VALUE "00".
          88 Vi-File-Eof VALUE "10".

       01 Vend-File-Status PIC X(02) VALUE "00".
          88 Vend-File-Ok VALUE "00".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Current-Vendor-Id PIC 9(05) VALUE 0.
       01 Current-Vendor-Name PIC X(25).
       01 Unit-Variance PIC S9(05)V99.
       01 Variance-Pct PIC S9(05)V99.
       01 Extended-Variance PIC S9(11)V99.
       01 Vendor-Variance-Total PIC S9(11)V99 VALUE 0.
       01 Grand-Variance-Total PIC S9(11)V99 VALUE 0.
       01 Vendor-Line-Count PIC 9(05) VALUE 0.
       01 Lines-Listed PIC 9(05) VALUE 0.
       01 Vendors-Listed PIC 9(05) VALUE 0.

       01 Vendor-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE "VENDOR ".
           05 Vhl-Vendor-Id        PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Vhl-Vendor-Name      PIC X(25).

       01 Variance-Heading-Line.
           05 FILLER               PIC X(24)
              VALUE "    INVOICE/LINE".
           05 FILLER               PIC X(12) VALUE "PO/LINE".
           05 FILLER               PIC X(11) VALUE "ITEM".
           05 FILLER               PIC X(09) VALUE "   BILLED".
           05 FILLER               PIC X(11) VALUE "    PO COST".
           05 FILLER               PIC X(11) VALUE "  INV PRICE".
           05 FILLER               PIC X(11) VALUE "   VARIANCE".
           05 FILLER               PIC X(10) VALUE "  PERCENT".
           05 FILLER               PIC X(16)
              VALUE "    EXTENDED VAR".
           05 FILLER               PIC X(10) VALUE "  HELD ON".

       01 Variance-Detail-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Pdl-Invoice-Number   PIC X(12).
           05 FILLER               PIC X(01) VALUE "/".
           05 Pdl-Line             PIC 9(03).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Pdl-Po-Number        PIC 9(06).
           05 FILLER               PIC X(01) VALUE "/".
           05 Pdl-Po-Line          PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Item             PIC 9(09).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Qty-Billed       PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Po-Cost          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Unit-Price       PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Pdl-Unit-Variance    PIC -ZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Pdl-Variance-Pct     PIC -ZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Pdl-Extended         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Held-Date        PIC 9(08).

       01 Vendor-Total-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE "VENDOR TOTAL  ".
           05 Vtl-Line-Count       PIC ZZ,ZZ9.
           05 FILLER               PIC X(07) VALUE " LINES".
           05 FILLER               PIC X(67) VALUE SPACES.
           05 Vtl-Extended         PIC -ZZZ,ZZZ,ZZ9.99.

       01 Grand-Total-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE "REPORT TOTAL  ".
           05 Gtl-Line-Count       PIC ZZ,ZZ9.
           05 FILLER               PIC X(07) VALUE " LINES".
           05 FILLER               PIC X(67) VALUE SPACES.
           05 Gtl-Extended         PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Read-Business-Date.
           OPEN INPUT Vendor-Invoice-File.
           IF Vi-File-Status = "35"
               DISPLAY "No VENDINV vendor-invoice file found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Vendor-Master-File.
           OPEN OUTPUT Report-Print-File.
           MOVE "VENDOR PRICE VARIANCES HELD" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "VENDOR," "VENDOR NAME," "INVOICE," "LINE,"
               "PO," "PO LINE," "ITEM," "QTY BILLED,"
               "PO UNIT COST," "INVOICE PRICE," "VARIANCE,"
               "VARIANCE PCT," "EXTENDED VARIANCE," "HELD ON"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Variance-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE LOW-VALUES TO VI-KEY.
           START Vendor-Invoice-File KEY IS GREATER THAN VI-KEY
               INVALID KEY
                   SET Vi-File-Eof TO TRUE
           END-START.
           IF Vi-File-Ok
               PERFORM Read-Next-Invoice-Line
               PERFORM Check-One-Line UNTIL Vi-File-Eof
           END-IF.
           IF Current-Vendor-Id NOT = 0
               PERFORM Print-Vendor-Total
           END-IF.
           IF Lines-Listed = 0
               MOVE "    No invoice lines held for price."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           ELSE
               PERFORM Print-Grand-Total
           END-IF.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Vendor-Master-File.
           CLOSE Vendor-Invoice-File.
           DISPLAY "Vendors with price holds: " Vendors-Listed.
           DISPLAY "Invoice lines held for price: " Lines-Listed.
           STOP RUN.

       Read-Next-Invoice-Line.
           READ Vendor-Invoice-File NEXT RECORD
               AT END
                   SET Vi-File-Eof TO TRUE
           END-READ.

       Check-One-Line.
           IF VI-HELD AND VI-HOLD-PRICE-VARIANCE
               IF VI-VENDOR-ID NOT = Current-Vendor-Id
                   IF Current-Vendor-Id NOT = 0
                       PERFORM Print-Vendor-Total
                   END-IF
                   PERFORM Start-New-Vendor
               END-IF
               PERFORM Print-Variance-Line
           END-IF.
           PERFORM Read-Next-Invoice-Line.

       Start-New-Vendor.
           MOVE VI-VENDOR-ID TO Current-Vendor-Id.
           MOVE VI-VENDOR-ID TO VEND-ID.
           READ Vendor-Master-File
               INVALID KEY
                   CONTINUE
           END-READ.
           IF Vend-File-Ok
               MOVE VEND-NAME TO Current-Vendor-Name
           ELSE
               MOVE "** NOT ON FILE **" TO Current-Vendor-Name
           END-IF.
           MOVE 0 TO Vendor-Variance-Total.
           MOVE 0 TO Vendor-Line-Count.
           ADD 1 TO Vendors-Listed.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Current-Vendor-Id TO Vhl-Vendor-Id.
           MOVE Current-Vendor-Name TO Vhl-Vendor-Name.
           MOVE Vendor-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

      *> The percentage is of the order's cost per each; an order
      *> line keyed at no cost has no percentage to show.
       Print-Variance-Line.
           COMPUTE Unit-Variance = VI-UNIT-PRICE - VI-PO-UNIT-COST.
           IF VI-PO-UNIT-COST > 0
               COMPUTE Variance-Pct ROUNDED =
                   Unit-Variance * 100 / VI-PO-UNIT-COST
           ELSE
               MOVE 0 TO Variance-Pct
           END-IF.
           COMPUTE Extended-Variance = Unit-Variance * VI-QTY-BILLED.
           ADD Extended-Variance TO Vendor-Variance-Total.
           ADD Extended-Variance TO Grand-Variance-Total.
           ADD 1 TO Vendor-Line-Count.
           ADD 1 TO Lines-Listed.
           MOVE VI-INVOICE-NUMBER TO Pdl-Invoice-Number.
           MOVE VI-LINE TO Pdl-Line.
           MOVE VI-PO-NUMBER TO Pdl-Po-Number.
           MOVE VI-PO-LINE TO Pdl-Po-Line.
           MOVE VI-ITEM-NUMBER TO Pdl-Item.
           MOVE VI-QTY-BILLED TO Pdl-Qty-Billed.
           MOVE VI-PO-UNIT-COST TO Pdl-Po-Cost.
           MOVE VI-UNIT-PRICE TO Pdl-Unit-Price.
           MOVE Unit-Variance TO Pdl-Unit-Variance.
           MOVE Variance-Pct TO Pdl-Variance-Pct.
           MOVE Extended-Variance TO Pdl-Extended.
           MOVE VI-MATCH-DATE TO Pdl-Held-Date.
           MOVE Variance-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Print-Vendor-Total.
           MOVE Vendor-Line-Count TO Vtl-Line-Count.
           MOVE Vendor-Variance-Total TO Vtl-Extended.
           MOVE Vendor-Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Print-Grand-Total.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Lines-Listed TO Gtl-Line-Count.
           MOVE Grand-Variance-Total TO Gtl-Extended.
           MOVE Grand-Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

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
           MOVE Current-Vendor-Id TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Current-Vendor-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
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
           MOVE VI-PO-UNIT-COST TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE VI-UNIT-PRICE TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Unit-Variance TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Variance-Pct TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Extended-Variance TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE VI-MATCH-DATE TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
