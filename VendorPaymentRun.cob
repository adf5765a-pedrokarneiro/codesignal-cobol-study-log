       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorPaymentRun.
      *> VendorPaymentRun pays the vendors through the bank instead
      *> of by hand. It selects every VENDINV invoice line
      *> VendorInvoiceMatch has passed whose due date - the invoice
      *> date plus the vendor's VENDMSTR payment terms - falls on or
      *> before the end of the run window (the business date plus
      *> the VPAYPARM window days), and totals them by vendor. The
      *> VPAYPARM company operating account must be on ACCTMSTR,
      *> active, not frozen and in local currency, and its balance
      *> must cover the whole run; if it does not, the run stops
      *> before writing anything and raises an operator warning, so
      *> the invoices simply wait for the next run. Otherwise one
      *> debit per vendor is appended to the TRANFILE batch ahead of
      *> TransactionEdit under the "V" vendor-payment source, the
      *> lines paid are marked paid on VENDINV, a remittance advice
      *> per vendor goes to REMITADV and the payment register to
      *> VPAYREG. A vendor whose total is beyond what one debit can
      *> carry is left out and raises a warning to be paid by hand.
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

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Payment-Parm-File ASSIGN TO "VPAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Transaction-File ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tran-File-Status.

           SELECT Remittance-File ASSIGN TO "REMITADV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Remit-File-Status.

           SELECT Report-Print-File ASSIGN TO "VPAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "VPAYCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Alert-File ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Vendor-Invoice-File.
       COPY VENDINV.

       FD  Vendor-Master-File.
       COPY VENDREC.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Payment-Parm-File.
       01 Payment-Parm-Record.
           05 Parm-Operating-Acct   PIC X(15).
           05 Parm-Window-Days      PIC 9(03).

       FD  Transaction-File.
       COPY TRANREC.

       FD  Remittance-File.
       01 Remittance-Print-Record PIC X(80).

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Job-Log-File.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Vi-File-Status PIC X(02) VALUE "00".
          88 Vi-File-Ok VALUE "00".
          88 Vi-File-Eof VALUE "10".

       01 Vend-File-Status PIC X(02) VALUE "00".
          88 Vend-File-Ok VALUE "00".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".

       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".

       01 Tran-File-Status PIC X(02) VALUE "00".
       01 Remit-File-Status PIC X(02) VALUE "00".
       01 Rpt-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Operating-Acct PIC X(15) VALUE SPACES.
       01 Window-Days PIC 9(03) VALUE 0.
       01 Window-End-Date PIC 9(08).
       01 Line-Amount PIC 9(11)V99.
       01 Run-Total PIC 9(11)V99 VALUE 0.
       01 Balance-Before PIC S9(11)V99 VALUE 0.
       01 Balance-After PIC S9(11)V99 VALUE 0.
       01 Max-Debit-Amount PIC 9(07)V99 VALUE 9999999.99.

       01 Run-Refuse-Switch PIC X(01) VALUE "N".
          88 Run-Is-Refused VALUE "Y".
       01 Run-Refuse-Reason PIC X(30).

      *> The vendor whose lines are being read, and whether VENDMSTR
      *> knows them - a line whose vendor has gone from the master
      *> has no terms to date it by and is not paid.
       01 Current-Vendor-Id PIC 9(05) VALUE 0.
       01 Current-Vendor-Name PIC X(25).
       01 Current-Vendor-Terms PIC 9(03).
       01 Current-Vendor-Switch PIC X(01) VALUE "N".
          88 Current-Vendor-Found VALUE "Y".
       01 Current-Entry-Sub PIC 9(03) VALUE 0.
       01 Terms-Day-Sub PIC 9(03).
       01 Remit-Started-Switch PIC X(01) VALUE "N".
          88 Remit-Is-Started VALUE "Y".

      *> One entry per vendor with lines due this run.
       01 Max-Pay-Vendors PIC 9(03) VALUE 200.
       01 Pay-Vendor-Count PIC 9(03) VALUE 0.
       01 Pay-Vendor-Sub PIC 9(03).
       01 Pay-Vendor-Table.
           05 Pay-Vendor-Entry OCCURS 200 TIMES.
              10 Tbl-Vendor-Id         PIC 9(05).
              10 Tbl-Vendor-Name       PIC X(25).
              10 Tbl-Pay-Total         PIC 9(11)V99.
              10 Tbl-Line-Count        PIC 9(05).
              10 Tbl-Pay-Flag          PIC X(01).
                 88 Tbl-Vendor-To-Pay      VALUE "Y".
                 88 Tbl-Vendor-Too-Large   VALUE "L".

       01 Lines-Selected PIC 9(05) VALUE 0.
       01 Lines-Paid PIC 9(05) VALUE 0.
       01 Vendors-Paid PIC 9(05) VALUE 0.
       01 Vendors-Too-Large PIC 9(05) VALUE 0.
       01 Vendors-Deferred PIC 9(05) VALUE 0.
       01 Lines-Unknown-Vendor PIC 9(05) VALUE 0.
       01 Remittance-Number PIC 9(05) VALUE 0.

      *> Due dates are walked forward a day at a time from the
      *> invoice date; the month lengths carry February at 28 and a
      *> leap year adds the 29th.
       01 Due-Date PIC 9(08).
       01 Due-Date-Split REDEFINES Due-Date.
           05 Due-Year              PIC 9(04).
           05 Due-Month             PIC 9(02).
           05 Due-Day               PIC 9(02).
       01 Month-Length-Values PIC X(24)
           VALUE "312831303130313130313031".
       01 Month-Length-Table REDEFINES Month-Length-Values.
           05 Month-Length          PIC 9(02) OCCURS 12 TIMES.
       01 Days-In-Month PIC 9(02).
       01 Leap-Quotient PIC 9(04).
       01 Leap-Remainder-4 PIC 9(04).
       01 Leap-Remainder-100 PIC 9(04).
       01 Leap-Remainder-400 PIC 9(04).

       01 Remit-Work-Line PIC X(80).
       01 Remit-Amount PIC $$$,$$$,$$9.99.

       01 Remit-Heading-Line.
           05 FILLER            PIC X(20) VALUE "REMITTANCE ADVICE".
           05 FILLER            PIC X(06) VALUE "DATE ".
           05 Rhd-Date          PIC 9(08).
           05 FILLER            PIC X(06) VALUE "  NO. ".
           05 Rhd-Number        PIC ZZZZ9.

       01 Remit-Vendor-Line.
           05 FILLER            PIC X(11) VALUE "VENDOR NO. ".
           05 Rvl-Vendor-Id     PIC 9(05).

       01 Remit-Item-Line.
           05 FILLER            PIC X(10) VALUE "  INVOICE ".
           05 Rit-Invoice       PIC X(12).
           05 FILLER            PIC X(01) VALUE "/".
           05 Rit-Line          PIC 9(03).
           05 FILLER            PIC X(08) VALUE "  DATED ".
           05 Rit-Invoice-Date  PIC 9(08).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 Rit-Amount        PIC $$$,$$$,$$9.99.

       01 Register-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE "VENDOR".
           05 FILLER               PIC X(27) VALUE "NAME".
           05 FILLER               PIC X(18) VALUE "INVOICE/LINE".
           05 FILLER               PIC X(10) VALUE "INV DATE".
           05 FILLER               PIC X(10) VALUE "DUE DATE".
           05 FILLER               PIC X(18)
              VALUE "       AMOUNT PAID".

       01 Register-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Rdl-Vendor-Id        PIC 9(05).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Rdl-Vendor-Name      PIC X(25).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Rdl-Invoice-Number   PIC X(12).
           05 FILLER               PIC X(01) VALUE "/".
           05 Rdl-Line             PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Rdl-Invoice-Date     PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Rdl-Due-Date         PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Rdl-Amount           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 Register-Vendor-Line.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE "VENDOR DEBIT".
           05 Rvt-Line-Count       PIC ZZ,ZZ9.
           05 FILLER               PIC X(34) VALUE " INVOICE LINES".
           05 Rvt-Amount           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 Total-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tot-Label            PIC X(40).
           05 Tot-Amount           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 Count-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Cnt-Label            PIC X(40).
           05 Cnt-Count            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Read-Payment-Parm.
           IF Operating-Acct = SPACES
               DISPLAY "No VPAYPARM operating account - no vendor"
                   " payment run tonight."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN I-O Vendor-Invoice-File.
           IF Vi-File-Status = "35"
               DISPLAY "No VENDINV vendor invoices - nothing to pay."
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN INPUT Vendor-Master-File.
           MOVE Today-Date TO Due-Date.
           PERFORM Add-One-Day
               VARYING Terms-Day-Sub FROM 1 BY 1
               UNTIL Terms-Day-Sub > Window-Days.
           MOVE Due-Date TO Window-End-Date.
           DISPLAY "===== Vendor Payment Run =====".
           DISPLAY "Paying matched invoices due by " Window-End-Date.
           PERFORM Select-Due-Invoices.
           PERFORM Check-Vendor-Totals
               VARYING Pay-Vendor-Sub FROM 1 BY 1
               UNTIL Pay-Vendor-Sub > Pay-Vendor-Count.
           IF Run-Total = 0
               DISPLAY "No matched vendor invoices due this run."
               PERFORM Close-Invoice-Files
               PERFORM Warn-Unpaid-Vendors
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           PERFORM Check-Operating-Account.
           IF Run-Is-Refused
               DISPLAY "Vendor payment run stopped - "
                   Run-Refuse-Reason
               DISPLAY "  Run total " Run-Total " from account "
                   Operating-Acct
               PERFORM Close-Invoice-Files
               MOVE 9001 TO Alert-Err-Code
               MOVE "Vendor payment run stopped - see log"
                   TO Alert-Text
               SET Alert-Warning TO TRUE
               PERFORM Write-Operator-Alert
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN EXTEND Transaction-File.
           IF Tran-File-Status = "35"
               CLOSE Transaction-File
               OPEN OUTPUT Transaction-File
           END-IF.
           PERFORM Write-Vendor-Debit
               VARYING Pay-Vendor-Sub FROM 1 BY 1
               UNTIL Pay-Vendor-Sub > Pay-Vendor-Count.
           CLOSE Transaction-File.
           OPEN OUTPUT Remittance-File.
           OPEN OUTPUT Report-Print-File.
           MOVE "VENDOR PAYMENT REGISTER" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "VENDOR," "VENDOR NAME," "INVOICE," "LINE,"
               "INVOICE DATE," "DUE DATE," "AMOUNT PAID"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Register-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Pay-Due-Invoices.
           PERFORM Print-Register-Totals.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Remittance-File.
           PERFORM Close-Invoice-Files.
           DISPLAY "Vendors paid: " Vendors-Paid.
           DISPLAY "Invoice lines due: " Lines-Selected.
           DISPLAY "Invoice lines paid: " Lines-Paid.
           DISPLAY "Run total: " Run-Total.
           PERFORM Warn-Unpaid-Vendors.
           PERFORM Write-Job-Log.
           STOP RUN.

       Close-Invoice-Files.
           CLOSE Vendor-Invoice-File.
           IF Vend-File-Status NOT = "35"
               CLOSE Vendor-Master-File
           END-IF.

       Warn-Unpaid-Vendors.
           IF Vendors-Too-Large > 0
               DISPLAY "Vendors too large for one debit - pay by"
                   " hand: " Vendors-Too-Large
           END-IF.
           IF Vendors-Deferred > 0
               DISPLAY "Vendors left for the next run: "
                   Vendors-Deferred
           END-IF.
           IF Lines-Unknown-Vendor > 0
               DISPLAY "Matched lines with no VENDMSTR vendor: "
                   Lines-Unknown-Vendor
           END-IF.
           IF Vendors-Too-Large > 0 OR Lines-Unknown-Vendor > 0
               MOVE 9001 TO Alert-Err-Code
               MOVE "Vendor invoices left unpaid - see log"
                   TO Alert-Text
               SET Alert-Warning TO TRUE
               PERFORM Write-Operator-Alert
           END-IF.

      *> First pass: total the lines due by vendor, without
      *> touching anything, so the funds check sees the whole run.
       Select-Due-Invoices.
           MOVE 0 TO Current-Vendor-Id.
           MOVE LOW-VALUES TO VI-KEY.
           START Vendor-Invoice-File KEY IS GREATER THAN VI-KEY
               INVALID KEY
                   SET Vi-File-Eof TO TRUE
           END-START.
           IF Vi-File-Ok
               PERFORM Read-Next-Invoice-Line
               PERFORM Select-One-Line UNTIL Vi-File-Eof
           END-IF.
           MOVE "00" TO Vi-File-Status.

       Read-Next-Invoice-Line.
           READ Vendor-Invoice-File NEXT RECORD
               AT END
                   SET Vi-File-Eof TO TRUE
           END-READ.

       Select-One-Line.
           IF VI-MATCHED
               IF VI-VENDOR-ID NOT = Current-Vendor-Id
                   PERFORM Load-Vendor-Terms
                   MOVE 0 TO Current-Entry-Sub
               END-IF
               IF Current-Vendor-Found
                   PERFORM Compute-Line-Due-Date
                   IF Due-Date NOT > Window-End-Date
                       PERFORM Add-Line-To-Vendor
                   END-IF
               ELSE
                   ADD 1 TO Lines-Unknown-Vendor
               END-IF
           END-IF.
           PERFORM Read-Next-Invoice-Line.

       Load-Vendor-Terms.
           MOVE VI-VENDOR-ID TO Current-Vendor-Id.
           MOVE "N" TO Current-Vendor-Switch.
           IF Vend-File-Status NOT = "35"
               MOVE VI-VENDOR-ID TO VEND-ID
               READ Vendor-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF Vend-File-Ok
                   SET Current-Vendor-Found TO TRUE
                   MOVE VEND-NAME TO Current-Vendor-Name
                   MOVE VEND-PAYMENT-TERMS TO Current-Vendor-Terms
               END-IF
           END-IF.

       Compute-Line-Due-Date.
           MOVE VI-INVOICE-DATE TO Due-Date.
           PERFORM Add-One-Day
               VARYING Terms-Day-Sub FROM 1 BY 1
               UNTIL Terms-Day-Sub > Current-Vendor-Terms.
           COMPUTE Line-Amount = VI-QTY-BILLED * VI-UNIT-PRICE.

      *> A vendor past the table waits for the next run whole,
      *> rather than half its invoices being paid.
       Add-Line-To-Vendor.
           IF Current-Entry-Sub = 0
               IF Pay-Vendor-Count < Max-Pay-Vendors
                   ADD 1 TO Pay-Vendor-Count
                   MOVE Pay-Vendor-Count TO Current-Entry-Sub
                   MOVE Current-Vendor-Id
                       TO Tbl-Vendor-Id(Current-Entry-Sub)
                   MOVE Current-Vendor-Name
                       TO Tbl-Vendor-Name(Current-Entry-Sub)
                   MOVE 0 TO Tbl-Pay-Total(Current-Entry-Sub)
                   MOVE 0 TO Tbl-Line-Count(Current-Entry-Sub)
                   SET Tbl-Vendor-To-Pay(Current-Entry-Sub) TO TRUE
               ELSE
                   ADD 1 TO Vendors-Deferred
                   MOVE 999 TO Current-Entry-Sub
               END-IF
           END-IF.
           IF Current-Entry-Sub NOT = 999
               ADD Line-Amount TO Tbl-Pay-Total(Current-Entry-Sub)
               ADD 1 TO Tbl-Line-Count(Current-Entry-Sub)
               ADD 1 TO Lines-Selected
           END-IF.

       Check-Vendor-Totals.
           IF Tbl-Pay-Total(Pay-Vendor-Sub) > Max-Debit-Amount
               SET Tbl-Vendor-Too-Large(Pay-Vendor-Sub) TO TRUE
               ADD 1 TO Vendors-Too-Large
               DISPLAY "  Vendor " Tbl-Vendor-Id(Pay-Vendor-Sub)
                   " total " Tbl-Pay-Total(Pay-Vendor-Sub)
                   " is beyond one debit - not paid"
           ELSE
               ADD Tbl-Pay-Total(Pay-Vendor-Sub) TO Run-Total
           END-IF.

      *> The same account checks TransactionEdit makes, and the
      *> balance must cover the whole run - a run half paid would
      *> leave some vendors paid and the rest bounced NSF.
       Check-Operating-Account.
           OPEN INPUT Account-Master-File.
           IF Acct-File-Status = "35"
               SET Run-Is-Refused TO TRUE
               MOVE "NO ACCOUNT MASTER" TO Run-Refuse-Reason
           ELSE
               MOVE Operating-Acct TO Acct-Number
               READ Account-Master-File
                   INVALID KEY
                       SET Run-Is-Refused TO TRUE
                       MOVE "OPERATING ACCOUNT NOT ON FILE"
                           TO Run-Refuse-Reason
               END-READ
               CLOSE Account-Master-File
           END-IF.
           IF NOT Run-Is-Refused
               MOVE Acct-Balance TO Balance-Before
               EVALUATE TRUE
                   WHEN NOT Acct-Active
                       SET Run-Is-Refused TO TRUE
                       MOVE "OPERATING ACCOUNT NOT ACTIVE"
                           TO Run-Refuse-Reason
                   WHEN Acct-Debits-Frozen
                       SET Run-Is-Refused TO TRUE
                       MOVE "OPERATING ACCOUNT FROZEN"
                           TO Run-Refuse-Reason
                   WHEN NOT Acct-Local-Currency
                       SET Run-Is-Refused TO TRUE
                       MOVE "NOT A LOCAL-CURRENCY ACCOUNT"
                           TO Run-Refuse-Reason
                   WHEN Acct-Balance < Run-Total
                       SET Run-Is-Refused TO TRUE
                       MOVE "BALANCE WILL NOT COVER THE RUN"
                           TO Run-Refuse-Reason
               END-EVALUATE
           END-IF.
           COMPUTE Balance-After = Balance-Before - Run-Total.

       Write-Vendor-Debit.
           IF Tbl-Vendor-To-Pay(Pay-Vendor-Sub)
               MOVE SPACES TO Tran-Record
               MOVE Operating-Acct TO Tran-Acct-Number
               SET Tran-Is-Debit TO TRUE
               MOVE Tbl-Pay-Total(Pay-Vendor-Sub) TO Tran-Amount
               MOVE Today-Date TO Tran-Date
               SET Tran-Src-Vendor-Payment TO TRUE
               MOVE "*BATCH*" TO Tran-Operator-Id
               MOVE 0 TO Tran-Effective-Date
               WRITE Tran-Record
               ADD 1 TO Vendors-Paid
               DISPLAY "  Debit " Tbl-Pay-Total(Pay-Vendor-Sub)
                   " for vendor " Tbl-Vendor-Id(Pay-Vendor-Sub)
           END-IF.

      *> Second pass: the same selection, now marking each line
      *> paid and printing it to the vendor's remittance advice and
      *> the register.
       Pay-Due-Invoices.
           MOVE 0 TO Current-Vendor-Id.
           MOVE 0 TO Current-Entry-Sub.
           MOVE LOW-VALUES TO VI-KEY.
           START Vendor-Invoice-File KEY IS GREATER THAN VI-KEY
               INVALID KEY
                   SET Vi-File-Eof TO TRUE
           END-START.
           IF Vi-File-Ok
               PERFORM Read-Next-Invoice-Line
               PERFORM Pay-One-Line UNTIL Vi-File-Eof
           END-IF.
           PERFORM Finish-Vendor-Payment.

       Pay-One-Line.
           IF VI-MATCHED
               IF VI-VENDOR-ID NOT = Current-Vendor-Id
                   PERFORM Finish-Vendor-Payment
                   PERFORM Load-Vendor-Terms
                   PERFORM Find-Vendor-Entry
               END-IF
               IF Current-Entry-Sub > 0
                   PERFORM Compute-Line-Due-Date
                   IF Due-Date NOT > Window-End-Date
                       PERFORM Pay-Invoice-Line
                   END-IF
               END-IF
           END-IF.
           PERFORM Read-Next-Invoice-Line.

       Find-Vendor-Entry.
           MOVE 0 TO Current-Entry-Sub.
           IF Current-Vendor-Found
               PERFORM Check-One-Vendor-Entry
                   VARYING Pay-Vendor-Sub FROM 1 BY 1
                   UNTIL Pay-Vendor-Sub > Pay-Vendor-Count
                   OR Current-Entry-Sub > 0
           END-IF.

       Check-One-Vendor-Entry.
           IF Tbl-Vendor-Id(Pay-Vendor-Sub) = Current-Vendor-Id
               AND Tbl-Vendor-To-Pay(Pay-Vendor-Sub)
               MOVE Pay-Vendor-Sub TO Current-Entry-Sub
           END-IF.

       Pay-Invoice-Line.
           SET VI-PAID TO TRUE.
           MOVE Today-Date TO VI-PAID-DATE.
           REWRITE VENDOR-INVOICE-RECORD.
           ADD 1 TO Lines-Paid.
           IF NOT Remit-Is-Started
               PERFORM Start-Remittance-Advice
           END-IF.
           MOVE VI-INVOICE-NUMBER TO Rit-Invoice.
           MOVE VI-LINE TO Rit-Line.
           MOVE VI-INVOICE-DATE TO Rit-Invoice-Date.
           MOVE Line-Amount TO Rit-Amount.
           MOVE Remit-Item-Line TO Remit-Work-Line.
           PERFORM Write-Remit-Line.
           MOVE Current-Vendor-Id TO Rdl-Vendor-Id.
           MOVE Current-Vendor-Name TO Rdl-Vendor-Name.
           MOVE VI-INVOICE-NUMBER TO Rdl-Invoice-Number.
           MOVE VI-LINE TO Rdl-Line.
           MOVE VI-INVOICE-DATE TO Rdl-Invoice-Date.
           MOVE Due-Date TO Rdl-Due-Date.
           MOVE Line-Amount TO Rdl-Amount.
           MOVE Register-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Start-Remittance-Advice.
           SET Remit-Is-Started TO TRUE.
           ADD 1 TO Remittance-Number.
           MOVE Today-Date TO Rhd-Date.
           MOVE Remittance-Number TO Rhd-Number.
           MOVE Remit-Heading-Line TO Remit-Work-Line.
           PERFORM Write-Remit-Line.
           MOVE SPACES TO Remit-Work-Line.
           PERFORM Write-Remit-Line.
           MOVE Current-Vendor-Name TO Remit-Work-Line.
           PERFORM Write-Remit-Line.
           MOVE Current-Vendor-Id TO Rvl-Vendor-Id.
           MOVE Remit-Vendor-Line TO Remit-Work-Line.
           PERFORM Write-Remit-Line.
           MOVE SPACES TO Remit-Work-Line.
           PERFORM Write-Remit-Line.
           MOVE "Our payment today settles the invoices below:"
               TO Remit-Work-Line.
           PERFORM Write-Remit-Line.
           MOVE SPACES TO Remit-Work-Line.
           PERFORM Write-Remit-Line.

      *> At each vendor break the advice is closed off with the
      *> amount of the vendor's debit, and the register carries
      *> the same total.
       Finish-Vendor-Payment.
           IF Remit-Is-Started
               MOVE SPACES TO Remit-Work-Line
               PERFORM Write-Remit-Line
               MOVE Tbl-Pay-Total(Current-Entry-Sub) TO Remit-Amount
               STRING "Total paid: " DELIMITED BY SIZE
                   Remit-Amount DELIMITED BY SIZE
                   INTO Remit-Work-Line
               END-STRING
               PERFORM Write-Remit-Line
               MOVE SPACES TO Remit-Work-Line
               PERFORM Write-Remit-Line
               MOVE "Please quote your invoice numbers on any query."
                   TO Remit-Work-Line
               PERFORM Write-Remit-Line
               MOVE ALL "-" TO Remit-Work-Line
               PERFORM Write-Remit-Line
               MOVE Tbl-Line-Count(Current-Entry-Sub)
                   TO Rvt-Line-Count
               MOVE Tbl-Pay-Total(Current-Entry-Sub) TO Rvt-Amount
               MOVE Register-Vendor-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
               MOVE SPACES TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
               MOVE "N" TO Remit-Started-Switch
           END-IF.

       Write-Remit-Line.
           WRITE Remittance-Print-Record FROM Remit-Work-Line.

       Print-Register-Totals.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "  PAID FROM OPERATING ACCOUNT " DELIMITED BY SIZE
               Operating-Acct DELIMITED BY SIZE
               INTO RPT-PRINT-LINE
           END-STRING.
           PERFORM Report-Write-Line.
           MOVE "BALANCE BEFORE THE RUN" TO Tot-Label.
           MOVE Balance-Before TO Tot-Amount.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "TOTAL DEBITED THIS RUN" TO Tot-Label.
           MOVE Run-Total TO Tot-Amount.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "BALANCE AFTER THE RUN" TO Tot-Label.
           MOVE Balance-After TO Tot-Amount.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "VENDORS PAID" TO Cnt-Label.
           MOVE Vendors-Paid TO Cnt-Count.
           MOVE Count-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "INVOICE LINES PAID" TO Cnt-Label.
           MOVE Lines-Paid TO Cnt-Count.
           MOVE Count-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "VENDORS TOO LARGE - PAY BY HAND" TO Cnt-Label.
           MOVE Vendors-Too-Large TO Cnt-Count.
           MOVE Count-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "VENDORS LEFT FOR THE NEXT RUN" TO Cnt-Label.
           MOVE Vendors-Deferred TO Cnt-Count.
           MOVE Count-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Add-One-Day.
           MOVE Month-Length(Due-Month) TO Days-In-Month.
           IF Due-Month = 2
               DIVIDE Due-Year BY 4 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-4
               DIVIDE Due-Year BY 100 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-100
               DIVIDE Due-Year BY 400 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-400
               IF Leap-Remainder-4 = 0
                   AND (Leap-Remainder-100 NOT = 0
                       OR Leap-Remainder-400 = 0)
                   MOVE 29 TO Days-In-Month
               END-IF
           END-IF.
           IF Due-Day < Days-In-Month
               ADD 1 TO Due-Day
           ELSE
               MOVE 1 TO Due-Day
               IF Due-Month < 12
                   ADD 1 TO Due-Month
               ELSE
                   MOVE 1 TO Due-Month
                   ADD 1 TO Due-Year
               END-IF
           END-IF.

      *> A missing parameter file, or no operating account on it,
      *> means no payment run; a zero window pays what is due by
      *> the business date.
       Read-Payment-Parm.
           OPEN INPUT Payment-Parm-File.
           IF Parm-File-Ok
               READ Payment-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Parm-Operating-Acct TO Operating-Acct
                       IF Parm-Window-Days IS NUMERIC
                           MOVE Parm-Window-Days TO Window-Days
                       END-IF
               END-READ
               CLOSE Payment-Parm-File
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
           MOVE Current-Vendor-Id TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Current-Vendor-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE VI-INVOICE-NUMBER TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE VI-LINE TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE VI-INVOICE-DATE TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Due-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Line-Amount TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       Write-Job-Log.
           MOVE "VendorPaymentRun" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Lines-Paid TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Write-Operator-Alert.
           MOVE "VendorPaymentRun" TO Alert-Program-Id.
           MOVE Today-Date TO Alert-Business-Date.
           OPEN EXTEND Alert-File.
           IF Alert-File-Status = "35"
               CLOSE Alert-File
               OPEN OUTPUT Alert-File
           END-IF.
           MOVE "N" TO Alert-Ack-Flag.
           MOVE SPACES TO Alert-Ack-User.
           MOVE 0 TO Alert-Ack-Date.
           WRITE Operator-Alert-Record.
           CLOSE Alert-File.

       COPY RPTPROC.
       COPY RPTCSVPR.
