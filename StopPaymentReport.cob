       IDENTIFICATION DIVISION.
       PROGRAM-ID. StopPaymentReport.
      *> StopPaymentReport is the nightly stop-payment step after
      *> TransactionEdit. It prints the STOPRPT daily stops-hit
      *> report from the STOPHIT file TransactionEdit rebuilds - one
      *> line per debit a stop order held back, with the order that
      *> caught it - so the branches can tell the customer and the
      *> payee. It then sweeps the STOPPAY file and marks every
      *> active order past its expiry date as expired, listing them
      *> on the same report, so stale stops drop off without anyone
      *> keying a cancellation.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the STOPCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per stop-payment
      *> hit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stop-Hit-File ASSIGN TO "STOPHIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hit-File-Status.

           SELECT Stop-Payment-File ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STOP-ORDER-ID
               FILE STATUS IS Stop-File-Status.

           SELECT Report-Print-File ASSIGN TO "STOPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "STOPCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Stop-Hit-File.
       COPY STOPHIT.

       FD  Stop-Payment-File.
       COPY STOPPAY.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Job-Log-File.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Hit-File-Status PIC X(02) VALUE "00".
          88 Hit-File-Ok VALUE "00".
          88 Hit-File-Eof VALUE "10".

       01 Stop-File-Status PIC X(02) VALUE "00".
          88 Stop-File-Ok VALUE "00".
          88 Stop-File-Eof VALUE "10".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).

       01 Stops-Hit PIC 9(05) VALUE 0.
       01 Stops-Expired PIC 9(05) VALUE 0.

       COPY TRANREC.

       01 Hit-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Stop-Order-Id    PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Acct-Number      PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Tran-Type        PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Amount           PIC -Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Tran-Date        PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Payee            PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Hdl-Source           PIC X(01).

       01 Hit-Heading-Line.
           05 FILLER               PIC X(09) VALUE "  STOP".
           05 FILLER               PIC X(17) VALUE "ACCOUNT".
           05 FILLER               PIC X(03) VALUE "T".
           05 FILLER               PIC X(15) VALUE "      AMOUNT".
           05 FILLER               PIC X(10) VALUE "DATE".
           05 FILLER               PIC X(17) VALUE "PAYEE".
           05 FILLER               PIC X(03) VALUE "S".

       01 Expired-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Edl-Stop-Order-Id    PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Edl-Acct-Number      PIC X(15).
           05 FILLER               PIC X(10) VALUE "  EXPIRED ".
           05 Edl-Expiry-Date      PIC 9(08).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           OPEN OUTPUT Report-Print-File.
           MOVE "STOP PAYMENTS HIT" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "STOP ORDER," "ACCOUNT," "TYPE," "AMOUNT," "DATE,"
               "PAYEE," "SOURCE"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Hit-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Print-Stop-Hits.
           PERFORM Expire-Stop-Orders.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           DISPLAY "Stop-payment hits reported: " Stops-Hit.
           DISPLAY "Stop-payment orders expired: " Stops-Expired.
           PERFORM Write-Job-Log.
           STOP RUN.

       Print-Stop-Hits.
           OPEN INPUT Stop-Hit-File.
           IF Hit-File-Ok
               PERFORM Read-Next-Hit
               PERFORM Print-One-Hit UNTIL Hit-File-Eof
               CLOSE Stop-Hit-File
           END-IF.
           IF Stops-Hit = 0
               MOVE "  No stop-payment orders were hit."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.

       Read-Next-Hit.
           READ Stop-Hit-File
               AT END
                   SET Hit-File-Eof TO TRUE
           END-READ.

       Print-One-Hit.
           ADD 1 TO Stops-Hit.
           MOVE Hit-Tran-Data TO Tran-Record.
           MOVE Hit-Stop-Order-Id TO Hdl-Stop-Order-Id.
           MOVE Tran-Acct-Number TO Hdl-Acct-Number.
           MOVE Tran-Type TO Hdl-Tran-Type.
           MOVE Tran-Amount TO Hdl-Amount.
           MOVE Tran-Date TO Hdl-Tran-Date.
           MOVE Tran-Counterpart-Acct TO Hdl-Payee.
           MOVE Tran-Source-Code TO Hdl-Source.
           MOVE Hit-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.
           PERFORM Read-Next-Hit.

      *> An active order whose expiry date has passed is marked
      *> expired; TransactionEdit already ignores it from the day
      *> after its expiry, so this only tidies the file and tells
      *> the branches.
       Expire-Stop-Orders.
           OPEN I-O Stop-Payment-File.
           IF Stop-File-Ok
               PERFORM Read-Next-Stop-Order
               PERFORM Check-One-Stop-Expiry UNTIL Stop-File-Eof
               CLOSE Stop-Payment-File
           END-IF.

       Read-Next-Stop-Order.
           READ Stop-Payment-File NEXT RECORD
               AT END
                   SET Stop-File-Eof TO TRUE
           END-READ.

       Check-One-Stop-Expiry.
           IF Stop-Active AND Stop-Expiry-Date < Today-Date
               SET Stop-Expired TO TRUE
               REWRITE Stop-Payment-Record
               ADD 1 TO Stops-Expired
               IF Stops-Expired = 1
                   MOVE SPACES TO RPT-PRINT-LINE
                   PERFORM Report-Write-Line
                   MOVE "  Stop orders expired today:"
                       TO RPT-PRINT-LINE
                   PERFORM Report-Write-Line
               END-IF
               MOVE Stop-Order-Id TO Edl-Stop-Order-Id
               MOVE Stop-Acct-Number TO Edl-Acct-Number
               MOVE Stop-Expiry-Date TO Edl-Expiry-Date
               MOVE Expired-Detail-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Read-Next-Stop-Order.

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

       Write-Job-Log.
           MOVE "StopPaymentReport" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Stops-Hit TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Hdl-Stop-Order-Id TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Tran-Acct-Number TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Tran-Type TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Tran-Amount TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Tran-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Tran-Counterpart-Acct TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Tran-Source-Code TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
