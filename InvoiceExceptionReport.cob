       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvoiceExceptionReport.
      *> InvoiceExceptionReport proves billing against shipping. It
      *> matches every "SHP" movement ShipmentConfirm journaled to
      *> INVJRNL with the INVOICES lines CustomerInvoicing wrote for
      *> it, by sales order, line and ship date, and lists every
      *> order line where the two disagree: shipped but never (or
      *> not fully) invoiced, invoiced with no shipment behind it,
      *> or invoiced more than was shipped - most often the same
      *> shipment billed on two invoices. Only shipments from the
      *> first ship date INVOICES holds are matched, so goods
      *> shipped before invoicing began (and billed by hand) do not
      *> flood the report. Output goes to INVXRPT.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Invoice-File ASSIGN TO "INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ivc-File-Status.

           SELECT Movement-Journal-File ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Report-Print-File ASSIGN TO "INVXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "INVXCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Sort-Work-File ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  Invoice-File.
       COPY INVOICE.

       FD  Movement-Journal-File.
       COPY INVJRNL.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

      *> One shipment ("S") or one invoice line ("I") against a
      *> sales order line on a ship date.
       SD  Sort-Work-File.
       01 Sort-Work-Record.
           05 Swr-Order-Number      PIC 9(06).
           05 Swr-Line              PIC 9(03).
           05 Swr-Ship-Date         PIC 9(08).
           05 Swr-Source            PIC X(01).
              88 Swr-From-Shipment VALUE "S".
              88 Swr-From-Invoice VALUE "I".
           05 Swr-Qty               PIC 9(07).
           05 Swr-Item-Number       PIC 9(09).
           05 Swr-Invoice-Number    PIC 9(07).

       WORKING-STORAGE SECTION.
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Ivc-File-Status PIC X(02) VALUE "00".
          88 Ivc-File-Ok VALUE "00".
          88 Ivc-File-Eof VALUE "10".

       01 Jrnl-File-Status PIC X(02) VALUE "00".
          88 Jrnl-File-Ok VALUE "00".
          88 Jrnl-File-Eof VALUE "10".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Invoicing-Start-Date PIC 9(08) VALUE 0.
       01 Invoice-Lines-Read PIC 9(07) VALUE 0.
       01 Shipments-Read PIC 9(07) VALUE 0.

       01 Sort-Return-Done-Flag PIC X(01) VALUE "N".
          88 Sort-Return-Done VALUE "Y".
       01 First-Group-Flag PIC X(01) VALUE "Y".
          88 First-Group VALUE "Y".

      *> The order line and ship date being matched, and what the
      *> journal and INVOICES each say about it.
       01 Current-Group.
           05 Cur-Order-Number      PIC 9(06).
           05 Cur-Line              PIC 9(03).
           05 Cur-Ship-Date         PIC 9(08).
       01 Group-Key-Work.
           05 Gkw-Order-Number      PIC 9(06).
           05 Gkw-Line              PIC 9(03).
           05 Gkw-Ship-Date         PIC 9(08).
       01 Group-Item PIC 9(09).
       01 Group-Shipped PIC 9(09).
       01 Group-Invoiced PIC 9(09).
       01 Group-Invoice-Lines PIC 9(05).
       01 Group-First-Invoice PIC 9(07).
       01 Group-Last-Invoice PIC 9(07).
       01 Group-Difference PIC 9(09).
       01 Exception-Text PIC X(22).

       01 Groups-Matched PIC 9(07) VALUE 0.
       01 Not-Invoiced-Count PIC 9(05) VALUE 0.
       01 Over-Invoiced-Count PIC 9(05) VALUE 0.
       01 Exceptions-Listed PIC 9(05) VALUE 0.

       01 Exception-Heading-Line.
           05 FILLER               PIC X(14) VALUE "  ORDER/LN".
           05 FILLER               PIC X(10) VALUE "SHIPPED".
           05 FILLER               PIC X(11) VALUE "ITEM".
           05 FILLER               PIC X(11) VALUE " QTY SHIP".
           05 FILLER               PIC X(11) VALUE "  QTY INV".
           05 FILLER               PIC X(11) VALUE "DIFFERENCE".
           05 FILLER               PIC X(18) VALUE "INVOICE(S)".
           05 FILLER               PIC X(22) VALUE "EXCEPTION".

       01 Exception-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Xdl-Order-Number     PIC 9(06).
           05 FILLER               PIC X(01) VALUE "/".
           05 Xdl-Line             PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Xdl-Ship-Date        PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Xdl-Item             PIC 9(09).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Xdl-Shipped          PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Xdl-Invoiced         PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Xdl-Difference       PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Xdl-First-Invoice    PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Xdl-Last-Invoice     PIC X(07).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Xdl-Exception        PIC X(22).

       01 Total-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tot-Label            PIC X(40).
           05 Tot-Count            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Control SECTION.
       Main-Logic.
           PERFORM Read-Business-Date.
           PERFORM Find-Invoicing-Start.
           OPEN OUTPUT Report-Print-File.
           MOVE "INVOICE EXCEPTIONS - SHIPPED/INVOICED" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "ORDER," "LINE," "SHIP DATE," "ITEM,"
               "QTY SHIPPED," "QTY INVOICED," "DIFFERENCE,"
               "FIRST INVOICE," "LAST INVOICE," "EXCEPTION"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           IF Invoicing-Start-Date = 0
               MOVE "    No invoices on file - nothing to match."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
               PERFORM Report-End
               CLOSE Report-Print-File
               DISPLAY "No INVOICES lines on file - nothing to"
                   " match."
               STOP RUN
           END-IF.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "  SHIPMENTS MATCHED FROM " DELIMITED BY SIZE
               Invoicing-Start-Date DELIMITED BY SIZE
               " (FIRST SHIP DATE INVOICED)" DELIMITED BY SIZE
               INTO RPT-PRINT-LINE
           END-STRING.
           PERFORM Report-Write-Line.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Exception-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           SORT Sort-Work-File
               ASCENDING KEY Swr-Order-Number Swr-Line Swr-Ship-Date
               INPUT PROCEDURE IS Select-Billing-Items
               OUTPUT PROCEDURE IS Match-Billing-Items.
           IF NOT First-Group
               PERFORM Check-One-Group
           END-IF.
           IF Exceptions-Listed = 0
               MOVE "    None - every shipment invoiced once."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Print-Totals.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           DISPLAY "Invoice lines read: " Invoice-Lines-Read.
           DISPLAY "Shipments read: " Shipments-Read.
           DISPLAY "Order lines matched: " Groups-Matched.
           DISPLAY "Shipped, not invoiced: " Not-Invoiced-Count.
           DISPLAY "Invoiced beyond shipped: " Over-Invoiced-Count.
           IF Exceptions-Listed > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       Select-Billing-Items SECTION.
       Select-Start.
           OPEN INPUT Invoice-File.
           IF Ivc-File-Ok
               PERFORM Read-Next-Invoice-Record
               PERFORM Select-One-Invoice-Record UNTIL Ivc-File-Eof
               CLOSE Invoice-File
           END-IF.
           OPEN INPUT Movement-Journal-File.
           IF Jrnl-File-Ok
               PERFORM Read-Next-Journal-Entry
               PERFORM Select-One-Shipment UNTIL Jrnl-File-Eof
               CLOSE Movement-Journal-File
           ELSE
               DISPLAY "No INVJRNL movement journal - every invoice"
                   " line will show unshipped."
           END-IF.
           GO TO Select-Exit.

       Read-Next-Invoice-Record.
           READ Invoice-File
               AT END
                   SET Ivc-File-Eof TO TRUE
           END-READ.

       Select-One-Invoice-Record.
           IF Ivc-Line
               ADD 1 TO Invoice-Lines-Read
               MOVE Ivc-Line-Order TO Swr-Order-Number
               MOVE Ivc-Line-Number TO Swr-Line
               MOVE Ivc-Ship-Date TO Swr-Ship-Date
               SET Swr-From-Invoice TO TRUE
               MOVE Ivc-Qty-Billed TO Swr-Qty
               MOVE Ivc-Item-Number TO Swr-Item-Number
               MOVE Ivc-Invoice-Number TO Swr-Invoice-Number
               RELEASE Sort-Work-Record
           END-IF.
           PERFORM Read-Next-Invoice-Record.

       Read-Next-Journal-Entry.
           READ Movement-Journal-File
               AT END
                   SET Jrnl-File-Eof TO TRUE
           END-READ.

      *> A shipment is referenced to its order and line the way
      *> ShipmentConfirm writes it: order in 1-6, line in 8-10.
       Select-One-Shipment.
           IF Mvj-Reason-Code = "SHP"
               AND Mvj-Move-Date NOT < Invoicing-Start-Date
               AND Mvj-Reference(1:6) IS NUMERIC
               AND Mvj-Reference(8:3) IS NUMERIC
               ADD 1 TO Shipments-Read
               MOVE Mvj-Reference(1:6) TO Swr-Order-Number
               MOVE Mvj-Reference(8:3) TO Swr-Line
               MOVE Mvj-Move-Date TO Swr-Ship-Date
               SET Swr-From-Shipment TO TRUE
               COMPUTE Swr-Qty = 0 - Mvj-Qty-Eaches
               MOVE Mvj-Item-Number TO Swr-Item-Number
               MOVE 0 TO Swr-Invoice-Number
               RELEASE Sort-Work-Record
           END-IF.
           PERFORM Read-Next-Journal-Entry.

       Select-Exit.
           EXIT.

       Match-Billing-Items SECTION.
       Match-Start.
           MOVE "N" TO Sort-Return-Done-Flag.
           PERFORM Return-Billing-Item UNTIL Sort-Return-Done.
           GO TO Match-Exit.

       Return-Billing-Item.
           RETURN Sort-Work-File
               AT END
                   SET Sort-Return-Done TO TRUE
               NOT AT END
                   PERFORM Take-One-Item
           END-RETURN.

       Take-One-Item.
           MOVE Swr-Order-Number TO Gkw-Order-Number.
           MOVE Swr-Line TO Gkw-Line.
           MOVE Swr-Ship-Date TO Gkw-Ship-Date.
           IF First-Group
               MOVE "N" TO First-Group-Flag
               PERFORM Start-New-Group
           END-IF.
           IF Group-Key-Work NOT = Current-Group
               PERFORM Check-One-Group
               PERFORM Start-New-Group
           END-IF.
           IF Swr-From-Shipment
               ADD Swr-Qty TO Group-Shipped
           ELSE
               ADD Swr-Qty TO Group-Invoiced
               ADD 1 TO Group-Invoice-Lines
               IF Group-First-Invoice = 0
                   MOVE Swr-Invoice-Number TO Group-First-Invoice
               END-IF
               MOVE Swr-Invoice-Number TO Group-Last-Invoice
           END-IF.
           IF Group-Item = 0
               MOVE Swr-Item-Number TO Group-Item
           END-IF.

       Match-Exit.
           EXIT.

       Report-Helpers SECTION.
       Start-New-Group.
           MOVE Group-Key-Work TO Current-Group.
           MOVE 0 TO Group-Item.
           MOVE 0 TO Group-Shipped.
           MOVE 0 TO Group-Invoiced.
           MOVE 0 TO Group-Invoice-Lines.
           MOVE 0 TO Group-First-Invoice.
           MOVE 0 TO Group-Last-Invoice.

      *> A rerun of CustomerInvoicing bills only what is left, so
      *> two invoice lines for one shipment are fine as long as
      *> together they do not exceed it.
       Check-One-Group.
           ADD 1 TO Groups-Matched.
           IF Group-Shipped > Group-Invoiced
               COMPUTE Group-Difference =
                   Group-Shipped - Group-Invoiced
               ADD 1 TO Not-Invoiced-Count
               IF Group-Invoiced = 0
                   MOVE "SHIPPED, NOT INVOICED" TO Exception-Text
               ELSE
                   MOVE "PART NOT INVOICED" TO Exception-Text
               END-IF
               PERFORM Print-Exception-Line
           END-IF.
           IF Group-Invoiced > Group-Shipped
               COMPUTE Group-Difference =
                   Group-Invoiced - Group-Shipped
               ADD 1 TO Over-Invoiced-Count
               EVALUATE TRUE
                   WHEN Group-Shipped = 0
                       MOVE "INVOICED, NOT SHIPPED" TO Exception-Text
                   WHEN Group-Invoice-Lines > 1
                       MOVE "INVOICED TWICE" TO Exception-Text
                   WHEN OTHER
                       MOVE "INVOICED OVER SHIPPED" TO Exception-Text
               END-EVALUATE
               PERFORM Print-Exception-Line
           END-IF.

       Print-Exception-Line.
           ADD 1 TO Exceptions-Listed.
           MOVE Cur-Order-Number TO Xdl-Order-Number.
           MOVE Cur-Line TO Xdl-Line.
           MOVE Cur-Ship-Date TO Xdl-Ship-Date.
           MOVE Group-Item TO Xdl-Item.
           MOVE Group-Shipped TO Xdl-Shipped.
           MOVE Group-Invoiced TO Xdl-Invoiced.
           MOVE Group-Difference TO Xdl-Difference.
           MOVE SPACES TO Xdl-First-Invoice.
           MOVE SPACES TO Xdl-Last-Invoice.
           IF Group-First-Invoice > 0
               MOVE Group-First-Invoice TO Xdl-First-Invoice
           END-IF.
           IF Group-Last-Invoice NOT = Group-First-Invoice
               MOVE Group-Last-Invoice TO Xdl-Last-Invoice
           END-IF.
           MOVE Exception-Text TO Xdl-Exception.
           MOVE Exception-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Print-Totals.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "ORDER LINE SHIPMENTS MATCHED" TO Tot-Label.
           MOVE Groups-Matched TO Tot-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "SHIPPED, NOT FULLY INVOICED" TO Tot-Label.
           MOVE Not-Invoiced-Count TO Tot-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "INVOICED BEYOND WHAT SHIPPED" TO Tot-Label.
           MOVE Over-Invoiced-Count TO Tot-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

      *> The first ship date on any invoice line marks when
      *> invoicing began.
       Find-Invoicing-Start.
           OPEN INPUT Invoice-File.
           IF Ivc-File-Ok
               PERFORM Read-Next-Invoice-Record
               PERFORM Note-One-Invoice-Date UNTIL Ivc-File-Eof
               CLOSE Invoice-File
           END-IF.
           MOVE "00" TO Ivc-File-Status.

       Note-One-Invoice-Date.
           IF Ivc-Line
               IF Invoicing-Start-Date = 0
                   OR Ivc-Ship-Date < Invoicing-Start-Date
                   MOVE Ivc-Ship-Date TO Invoicing-Start-Date
               END-IF
           END-IF.
           PERFORM Read-Next-Invoice-Record.

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
           MOVE Cur-Order-Number TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Cur-Line TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Cur-Ship-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Group-Item TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Group-Shipped TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Group-Invoiced TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Group-Difference TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Xdl-First-Invoice TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Xdl-Last-Invoice TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Exception-Text TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
