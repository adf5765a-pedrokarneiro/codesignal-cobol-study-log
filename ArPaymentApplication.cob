       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArPaymentApplication.
      *> ArPaymentApplication keeps the ARLEDGER open-item
      *> accounts-receivable ledger, run after BankPosting. First
      *> every invoice header on INVOICES not yet on the ledger is
      *> posted as an open "I" item due the invoice date plus the
      *> 30-day terms. Then the day's customer payments are applied:
      *> the cheques on the LOCKBOX file, and the account-debit
      *> payments ArPaymentDraft left on ARPEND - each of those only
      *> when its "B" receivables-payment debit is on PSTJRNL for
      *> the date it was drafted, same account and amount (NSFRPT
      *> names the reason a debit that did not post was refused).
      *> A payment naming an invoice pays that invoice; a payment
      *> naming none pays the customer's open invoices oldest first.
      *> Whatever a payment cannot apply - an overpayment, a named
      *> invoice not open, a customer with nothing owing - sits on
      *> account as a "U" unapplied-cash item for follow-up. Every
      *> posting and application goes to the ARJRNL journal, the
      *> ARPAYRPT report lists every payment and how it was
      *> applied, and the lockbox and pending files are consumed so
      *> a rerun applies nothing twice.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Invoice-File ASSIGN TO "INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Invoice-File-Status.

           SELECT Ar-Ledger-File ASSIGN TO "ARLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS Ledger-File-Status.

           SELECT Lockbox-File ASSIGN TO "LOCKBOX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lockbox-File-Status.

           SELECT Ar-Pending-File ASSIGN TO "ARPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pend-File-Status.

           SELECT Posted-Journal-File ASSIGN TO "PSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Nsf-Report-File ASSIGN TO "NSFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Nsf-File-Status.

           SELECT Ar-Journal-File ASSIGN TO "ARJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Arj-File-Status.

           SELECT Report-Print-File ASSIGN TO "ARPAYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "ARPAYCSV"
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
       FD  Invoice-File.
       COPY INVOICE.

       FD  Ar-Ledger-File.
       COPY ARLEDGER.

       FD  Lockbox-File.
       01 Lockbox-Record PIC X(45).

       FD  Ar-Pending-File.
       01 Ar-Pending-Record PIC X(45).

       FD  Posted-Journal-File.
       COPY PSTJRNL.

       FD  Nsf-Report-File.
       COPY NSFREC.

       FD  Ar-Journal-File.
       COPY ARJRNL.

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

       01 Invoice-File-Status PIC X(02) VALUE "00".
          88 Invoice-File-Ok VALUE "00".
          88 Invoice-File-Eof VALUE "10".

       01 Ledger-File-Status PIC X(02) VALUE "00".
          88 Ledger-File-Ok VALUE "00".

       01 Lockbox-File-Status PIC X(02) VALUE "00".
          88 Lockbox-File-Ok VALUE "00".
          88 Lockbox-File-Eof VALUE "10".

       01 Pend-File-Status PIC X(02) VALUE "00".
          88 Pend-File-Ok VALUE "00".
          88 Pend-File-Eof VALUE "10".

       01 Jrnl-File-Status PIC X(02) VALUE "00".
          88 Jrnl-File-Ok VALUE "00".
          88 Jrnl-File-Eof VALUE "10".

       01 Nsf-File-Status PIC X(02) VALUE "00".
          88 Nsf-File-Ok VALUE "00".
          88 Nsf-File-Eof VALUE "10".

       01 Arj-File-Status PIC X(02) VALUE "00".
       01 Rpt-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

      *> The payment being applied, from LOCKBOX or from a confirmed
      *> ARPEND draft.
       COPY ARPAY.

       01 Today-Date PIC 9(08).
       01 Payment-Terms-Days PIC 9(03) VALUE 30.
       01 Terms-Day-Sub PIC 9(03).

      *> The night's account-debit drafts, held while PSTJRNL and
      *> NSFRPT are matched against them.
       01 Max-Drafts PIC 9(04) VALUE 500.
       01 Draft-Count PIC 9(04) VALUE 0.
       01 Draft-Table.
           05 Draft-Entry OCCURS 500 TIMES.
              10 Tbl-Pending-Image     PIC X(45).
              10 Tbl-Deposit-Acct      PIC X(15).
              10 Tbl-Amount            PIC 9(7)V99.
              10 Tbl-Draft-Date        PIC 9(08).
              10 Tbl-Result            PIC X(01).
                 88 Tbl-Debit-Posted   VALUE "P".
                 88 Tbl-Debit-Nsf      VALUE "N".
                 88 Tbl-Not-Found      VALUE SPACE.
       01 Draft-Sub PIC 9(04).
       01 Match-Found-Switch PIC X(01) VALUE "N".
          88 Match-Found VALUE "Y".

       01 Item-Found-Switch PIC X(01) VALUE "N".
          88 Item-Found VALUE "Y".
       01 Ledger-End-Switch PIC X(01) VALUE "N".
          88 Ledger-End VALUE "Y".

       01 Remaining-Amount PIC S9(9)V99 VALUE 0.
       01 Applied-Now PIC S9(9)V99 VALUE 0.
       01 Payment-Applied PIC S9(9)V99 VALUE 0.
       01 Payment-On-Account PIC S9(9)V99 VALUE 0.
       01 Next-Unapplied-Number PIC 9(07) VALUE 0.

       01 Invoices-Posted PIC 9(05) VALUE 0.
       01 Posted-Total PIC S9(9)V99 VALUE 0.
       01 Payments-Read PIC 9(05) VALUE 0.
       01 Payments-Applied PIC 9(05) VALUE 0.
       01 Received-Total PIC S9(9)V99 VALUE 0.
       01 Items-Paid PIC 9(05) VALUE 0.
       01 Applied-Total PIC S9(9)V99 VALUE 0.
       01 Items-On-Account PIC 9(05) VALUE 0.
       01 On-Account-Total PIC S9(9)V99 VALUE 0.
       01 Drafts-Refused PIC 9(05) VALUE 0.
       01 Refused-Total PIC S9(9)V99 VALUE 0.
       01 Payments-Rejected PIC 9(05) VALUE 0.

       01 Payment-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE "CUST".
           05 FILLER               PIC X(08) VALUE "CHANNEL".
           05 FILLER               PIC X(16) VALUE "REFERENCE".
           05 FILLER               PIC X(09) VALUE "INVOICE".
           05 FILLER               PIC X(15) VALUE "       AMOUNT".
           05 FILLER               PIC X(15) VALUE "      APPLIED".
           05 FILLER               PIC X(15) VALUE "   ON ACCOUNT".
           05 FILLER               PIC X(30) VALUE "RESULT".

       01 Payment-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Customer-Id      PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Channel          PIC X(08).
           05 Pdl-Reference        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Pdl-Invoice          PIC X(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Amount           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Applied          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-On-Account       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Pdl-Result           PIC X(30).

       01 Total-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Tl-Label             PIC X(24).
           05 Tl-Count             PIC ZZ,ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Tl-Amount            PIC ZZZ,ZZZ,ZZ9.99.

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

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Load-Pending-Drafts.
           IF Draft-Count > 0
               PERFORM Match-Posted-Journal
               PERFORM Match-Nsf-Report
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
           PERFORM Post-New-Invoices.
           OPEN OUTPUT Report-Print-File.
           MOVE "RECEIVABLES PAYMENT APPLICATION" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "CUSTOMER," "CHANNEL," "REFERENCE," "INVOICE,"
               "AMOUNT," "APPLIED," "ON ACCOUNT," "RESULT"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Payment-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Apply-Lockbox-Payments.
           IF Draft-Count > 0
               PERFORM Settle-One-Draft
                   VARYING Draft-Sub FROM 1 BY 1
                   UNTIL Draft-Sub > Draft-Count
               OPEN OUTPUT Ar-Pending-File
               CLOSE Ar-Pending-File
           END-IF.
           IF Payments-Read = 0
               MOVE "    No receivables payments today."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Print-Application-Totals.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Ar-Journal-File.
           CLOSE Ar-Ledger-File.
           DISPLAY "Invoices posted to the AR ledger: "
               Invoices-Posted.
           DISPLAY "Receivables payments read: " Payments-Read.
           DISPLAY "Invoice applications: " Items-Paid.
           DISPLAY "Payments left on account: " Items-On-Account.
           DISPLAY "Account debits refused: " Drafts-Refused.
           DISPLAY "Payments rejected: " Payments-Rejected.
           IF Drafts-Refused > 0 OR Payments-Rejected > 0
               MOVE 9001 TO Alert-Err-Code
               MOVE "AR payments not applied - see ARPAYRPT"
                   TO Alert-Text
               SET Alert-Warning TO TRUE
               PERFORM Write-Operator-Alert
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> More drafts than the table holds is a configuration problem:
      *> nothing is applied and every file is left for a rerun.
       Load-Pending-Drafts.
           OPEN INPUT Ar-Pending-File.
           IF Pend-File-Ok
               PERFORM Read-Next-Pending
               PERFORM Load-One-Pending UNTIL Pend-File-Eof
               CLOSE Ar-Pending-File
           END-IF.

       Read-Next-Pending.
           READ Ar-Pending-File INTO Ar-Payment-Record
               AT END
                   SET Pend-File-Eof TO TRUE
           END-READ.

       Load-One-Pending.
           IF Draft-Count >= Max-Drafts
               DISPLAY "AR draft table full at " Max-Drafts
                   " drafts - no payments applied."
               MOVE 9001 TO Alert-Err-Code
               MOVE "AR account-debit draft table full"
                   TO Alert-Text
               SET Alert-Severe TO TRUE
               PERFORM Write-Operator-Alert
               CLOSE Ar-Pending-File
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           ADD 1 TO Draft-Count.
           MOVE Ar-Payment-Record TO Tbl-Pending-Image(Draft-Count).
           MOVE Arp-Reference TO Tbl-Deposit-Acct(Draft-Count).
           MOVE Arp-Amount TO Tbl-Amount(Draft-Count).
           MOVE Arp-Payment-Date TO Tbl-Draft-Date(Draft-Count).
           MOVE SPACE TO Tbl-Result(Draft-Count).
           PERFORM Read-Next-Pending.

       Match-Posted-Journal.
           OPEN INPUT Posted-Journal-File.
           IF NOT Jrnl-File-Ok
               DISPLAY "No PSTJRNL journal - no account debit posted."
           ELSE
               PERFORM Read-Next-Journal
               PERFORM Match-One-Journal UNTIL Jrnl-File-Eof
               CLOSE Posted-Journal-File
           END-IF.

       Read-Next-Journal.
           READ Posted-Journal-File
               AT END
                   SET Jrnl-File-Eof TO TRUE
           END-READ.

      *> Each journal debit confirms at most one draft.
       Match-One-Journal.
           IF Jrnl-Is-Debit AND Jrnl-Source-Code = "B"
               MOVE "N" TO Match-Found-Switch
               PERFORM Match-Journal-To-Draft
                   VARYING Draft-Sub FROM 1 BY 1
                   UNTIL Draft-Sub > Draft-Count OR Match-Found
           END-IF.
           PERFORM Read-Next-Journal.

       Match-Journal-To-Draft.
           IF Tbl-Not-Found(Draft-Sub)
               AND Jrnl-Post-Date = Tbl-Draft-Date(Draft-Sub)
               AND Jrnl-Acct-Number = Tbl-Deposit-Acct(Draft-Sub)
               AND Jrnl-Amount = Tbl-Amount(Draft-Sub)
               SET Tbl-Debit-Posted(Draft-Sub) TO TRUE
               SET Match-Found TO TRUE
           END-IF.

      *> NSFRPT is tonight's; it only names the reason a draft that
      *> did not post was refused.
       Match-Nsf-Report.
           OPEN INPUT Nsf-Report-File.
           IF Nsf-File-Ok
               PERFORM Read-Next-Nsf
               PERFORM Match-One-Nsf UNTIL Nsf-File-Eof
               CLOSE Nsf-Report-File
           END-IF.

       Read-Next-Nsf.
           READ Nsf-Report-File
               AT END
                   SET Nsf-File-Eof TO TRUE
           END-READ.

       Match-One-Nsf.
           IF Nsf-Tran-Type = "D" AND NOT Nsf-Saved-By-Sweep
               MOVE "N" TO Match-Found-Switch
               PERFORM Match-Nsf-To-Draft
                   VARYING Draft-Sub FROM 1 BY 1
                   UNTIL Draft-Sub > Draft-Count OR Match-Found
           END-IF.
           PERFORM Read-Next-Nsf.

       Match-Nsf-To-Draft.
           IF Tbl-Not-Found(Draft-Sub)
               AND Nsf-Post-Date = Tbl-Draft-Date(Draft-Sub)
               AND Nsf-Acct-Number = Tbl-Deposit-Acct(Draft-Sub)
               AND Nsf-Amount = Tbl-Amount(Draft-Sub)
               SET Tbl-Debit-Nsf(Draft-Sub) TO TRUE
               SET Match-Found TO TRUE
           END-IF.

      *> INVOICES holds every invoice ever billed; one already on
      *> the ledger is left alone, so posting is safe to repeat.
       Post-New-Invoices.
           OPEN INPUT Invoice-File.
           IF NOT Invoice-File-Ok
               DISPLAY "No INVOICES file - no invoices to post."
           ELSE
               PERFORM Read-Next-Invoice
               PERFORM Post-One-Invoice UNTIL Invoice-File-Eof
               CLOSE Invoice-File
           END-IF.

       Read-Next-Invoice.
           READ Invoice-File
               AT END
                   SET Invoice-File-Eof TO TRUE
           END-READ.

       Post-One-Invoice.
           IF Ivc-Header
               MOVE Ivc-Customer-Id TO Ar-Customer-Id
               SET Ar-Invoice-Item TO TRUE
               MOVE Ivc-Invoice-Number TO Ar-Doc-Number
               MOVE "Y" TO Item-Found-Switch
               READ Ar-Ledger-File
                   INVALID KEY
                       MOVE "N" TO Item-Found-Switch
               END-READ
               IF NOT Item-Found
                   PERFORM Write-Invoice-Item
               END-IF
           END-IF.
           PERFORM Read-Next-Invoice.

       Write-Invoice-Item.
           MOVE SPACES TO Ar-Ledger-Record.
           MOVE Ivc-Customer-Id TO Ar-Customer-Id.
           SET Ar-Invoice-Item TO TRUE.
           MOVE Ivc-Invoice-Number TO Ar-Doc-Number.
           MOVE Ivc-Order-Number TO Ar-Order-Number.
           MOVE Ivc-Invoice-Date TO Ar-Doc-Date.
           MOVE Ivc-Invoice-Date TO Due-Date.
           PERFORM Add-One-Day
               VARYING Terms-Day-Sub FROM 1 BY 1
               UNTIL Terms-Day-Sub > Payment-Terms-Days.
           MOVE Due-Date TO Ar-Due-Date.
           MOVE Ivc-Invoice-Total TO Ar-Original-Amount.
           MOVE Ivc-Invoice-Total TO Ar-Open-Amount.
           MOVE 0 TO Ar-Last-Payment-Date.
           IF Ar-Open-Amount > 0
               SET Ar-Item-Open TO TRUE
           ELSE
               SET Ar-Item-Closed TO TRUE
           END-IF.
           MOVE 0 TO Ar-Dunning-Level.
           MOVE 0 TO Ar-Last-Dunning-Date.
           WRITE Ar-Ledger-Record
               INVALID KEY
                   DISPLAY "  Invoice " Ar-Key " already on file."
           END-WRITE.
           IF Ledger-File-Ok
               ADD 1 TO Invoices-Posted
               ADD Ar-Original-Amount TO Posted-Total
               MOVE SPACES TO Ar-Journal-Record
               SET Arj-Invoice-Posted TO TRUE
               MOVE Ar-Original-Amount TO Arj-Amount
               MOVE Ivc-Order-Number TO Arj-Reference
               PERFORM Write-Ar-Journal
           END-IF.

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

       Apply-Lockbox-Payments.
           OPEN INPUT Lockbox-File.
           IF Lockbox-File-Ok
               PERFORM Read-Next-Lockbox
               PERFORM Apply-Lockbox-Payment UNTIL Lockbox-File-Eof
               CLOSE Lockbox-File
               OPEN OUTPUT Lockbox-File
               CLOSE Lockbox-File
           END-IF.

       Read-Next-Lockbox.
           READ Lockbox-File INTO Ar-Payment-Record
               AT END
                   SET Lockbox-File-Eof TO TRUE
           END-READ.

      *> A remittance with no customer or amount cannot be applied;
      *> it is listed for the cashier to research.
       Apply-Lockbox-Payment.
           ADD 1 TO Payments-Read.
           MOVE "L" TO Arp-Channel.
           IF Arp-Payment-Date IS NOT NUMERIC
               OR Arp-Payment-Date = 0
               MOVE Today-Date TO Arp-Payment-Date
           END-IF.
           IF Arp-Invoice-Number IS NOT NUMERIC
               MOVE 0 TO Arp-Invoice-Number
           END-IF.
           PERFORM Start-Payment-Line.
           IF Arp-Customer-Id IS NOT NUMERIC
               OR Arp-Customer-Id = 0
               OR Arp-Amount IS NOT NUMERIC
               OR Arp-Amount = 0
               ADD 1 TO Payments-Rejected
               MOVE "REJECTED - NOT APPLIED" TO Pdl-Result
               DISPLAY "  Lockbox item not applied - cheque "
                   Arp-Reference
               MOVE Payment-Detail-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Detail
           ELSE
               PERFORM Apply-One-Payment
           END-IF.
           PERFORM Read-Next-Lockbox.

      *> A posted debit is applied like a cheque; anything else
      *> leaves the invoices as they were.
       Settle-One-Draft.
           MOVE Tbl-Pending-Image(Draft-Sub) TO Ar-Payment-Record.
           ADD 1 TO Payments-Read.
           PERFORM Start-Payment-Line.
           IF Tbl-Debit-Posted(Draft-Sub)
               PERFORM Apply-One-Payment
           ELSE
               ADD 1 TO Drafts-Refused
               ADD Arp-Amount TO Refused-Total
               IF Tbl-Debit-Nsf(Draft-Sub)
                   MOVE "REFUSED - DEBIT REFUSED NSF" TO Pdl-Result
               ELSE
                   MOVE "REFUSED - DEBIT NOT POSTED" TO Pdl-Result
               END-IF
               DISPLAY "  Account debit refused customer "
                   Arp-Customer-Id " from " Arp-Reference
               MOVE Payment-Detail-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Detail
           END-IF.

       Start-Payment-Line.
           MOVE 0 TO Payment-Applied.
           MOVE 0 TO Payment-On-Account.
           MOVE SPACES TO Payment-Detail-Line.
           IF Arp-Customer-Id IS NUMERIC
               MOVE Arp-Customer-Id TO Pdl-Customer-Id
           ELSE
               MOVE 0 TO Pdl-Customer-Id
           END-IF.
           IF Arp-From-Account
               MOVE "ACCOUNT" TO Pdl-Channel
           ELSE
               MOVE "LOCKBOX" TO Pdl-Channel
           END-IF.
           MOVE Arp-Reference TO Pdl-Reference.
           IF Arp-Invoice-Number > 0
               MOVE Arp-Invoice-Number TO Pdl-Invoice
           ELSE
               MOVE "OLDEST" TO Pdl-Invoice
           END-IF.
           IF Arp-Amount IS NUMERIC
               MOVE Arp-Amount TO Pdl-Amount
           ELSE
               MOVE 0 TO Pdl-Amount
           END-IF.

      *> A named invoice takes the payment up to its open amount
      *> and any excess stays on account; a named invoice that is
      *> not open puts the whole payment on account, since the
      *> customer said what it was for. With no invoice named the
      *> open invoices are paid oldest (lowest number) first.
       Apply-One-Payment.
           ADD 1 TO Payments-Applied.
           ADD Arp-Amount TO Received-Total.
           MOVE Arp-Amount TO Remaining-Amount.
           MOVE "APPLIED" TO Pdl-Result.
           IF Arp-Invoice-Number > 0
               PERFORM Apply-To-Named-Invoice
           ELSE
               PERFORM Apply-Oldest-First
           END-IF.
           IF Remaining-Amount > 0
               PERFORM Put-Cash-On-Account
           END-IF.
           MOVE Payment-Applied TO Pdl-Applied.
           MOVE Payment-On-Account TO Pdl-On-Account.
           MOVE Payment-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Apply-To-Named-Invoice.
           MOVE Arp-Customer-Id TO Ar-Customer-Id.
           SET Ar-Invoice-Item TO TRUE.
           MOVE Arp-Invoice-Number TO Ar-Doc-Number.
           MOVE "Y" TO Item-Found-Switch.
           READ Ar-Ledger-File
               INVALID KEY
                   MOVE "N" TO Item-Found-Switch
           END-READ.
           IF Item-Found AND Ar-Item-Open
               PERFORM Apply-To-Open-Item
               IF Remaining-Amount > 0
                   MOVE "APPLIED, EXCESS ON ACCOUNT" TO Pdl-Result
               END-IF
           ELSE
               MOVE "ON ACCOUNT - INVOICE NOT OPEN" TO Pdl-Result
           END-IF.

       Apply-Oldest-First.
           MOVE Arp-Customer-Id TO Ar-Customer-Id.
           SET Ar-Invoice-Item TO TRUE.
           MOVE 0 TO Ar-Doc-Number.
           MOVE "N" TO Ledger-End-Switch.
           START Ar-Ledger-File KEY IS NOT LESS THAN Ar-Key
               INVALID KEY
                   SET Ledger-End TO TRUE
           END-START.
           IF NOT Ledger-End
               PERFORM Read-Next-Invoice-Item
           END-IF.
           PERFORM Apply-To-Next-Invoice
               UNTIL Ledger-End OR Remaining-Amount = 0.
           IF Payment-Applied = 0
               MOVE "ON ACCOUNT - NOTHING OPEN" TO Pdl-Result
           ELSE
               IF Remaining-Amount > 0
                   MOVE "APPLIED, EXCESS ON ACCOUNT" TO Pdl-Result
               END-IF
           END-IF.

       Read-Next-Invoice-Item.
           READ Ar-Ledger-File NEXT RECORD
               AT END
                   SET Ledger-End TO TRUE
           END-READ.
           IF NOT Ledger-End
               IF Ar-Customer-Id NOT = Arp-Customer-Id
                   OR NOT Ar-Invoice-Item
                   SET Ledger-End TO TRUE
               END-IF
           END-IF.

       Apply-To-Next-Invoice.
           IF Ar-Item-Open AND Ar-Open-Amount > 0
               PERFORM Apply-To-Open-Item
           END-IF.
           IF Remaining-Amount > 0
               PERFORM Read-Next-Invoice-Item
           END-IF.

       Apply-To-Open-Item.
           IF Remaining-Amount < Ar-Open-Amount
               MOVE Remaining-Amount TO Applied-Now
           ELSE
               MOVE Ar-Open-Amount TO Applied-Now
           END-IF.
           SUBTRACT Applied-Now FROM Ar-Open-Amount.
           SUBTRACT Applied-Now FROM Remaining-Amount.
           ADD Applied-Now TO Payment-Applied.
           MOVE Arp-Payment-Date TO Ar-Last-Payment-Date.
           IF Ar-Open-Amount = 0
               SET Ar-Item-Closed TO TRUE
           END-IF.
           REWRITE Ar-Ledger-Record.
           ADD 1 TO Items-Paid.
           ADD Applied-Now TO Applied-Total.
           MOVE SPACES TO Ar-Journal-Record.
           SET Arj-Payment-Applied TO TRUE.
           MOVE Applied-Now TO Arj-Amount.
           MOVE Arp-Reference TO Arj-Reference.
           PERFORM Write-Ar-Journal.

      *> Unapplied cash is numbered after the customer's last "U"
      *> item and waits on account until it is researched.
       Put-Cash-On-Account.
           MOVE 0 TO Next-Unapplied-Number.
           MOVE Arp-Customer-Id TO Ar-Customer-Id.
           SET Ar-Unapplied-Cash TO TRUE.
           MOVE 0 TO Ar-Doc-Number.
           MOVE "N" TO Ledger-End-Switch.
           START Ar-Ledger-File KEY IS NOT LESS THAN Ar-Key
               INVALID KEY
                   SET Ledger-End TO TRUE
           END-START.
           PERFORM Read-Next-Unapplied UNTIL Ledger-End.
           ADD 1 TO Next-Unapplied-Number.
           MOVE SPACES TO Ar-Ledger-Record.
           MOVE Arp-Customer-Id TO Ar-Customer-Id.
           SET Ar-Unapplied-Cash TO TRUE.
           MOVE Next-Unapplied-Number TO Ar-Doc-Number.
           MOVE 0 TO Ar-Order-Number.
           MOVE Arp-Payment-Date TO Ar-Doc-Date.
           MOVE Arp-Payment-Date TO Ar-Due-Date.
           MOVE Remaining-Amount TO Ar-Original-Amount.
           MOVE Remaining-Amount TO Ar-Open-Amount.
           MOVE Arp-Payment-Date TO Ar-Last-Payment-Date.
           SET Ar-Item-Open TO TRUE.
           MOVE 0 TO Ar-Dunning-Level.
           MOVE 0 TO Ar-Last-Dunning-Date.
           MOVE Arp-Reference TO Ar-Reference.
           WRITE Ar-Ledger-Record
               INVALID KEY
                   DISPLAY "  Unapplied cash " Ar-Key
                       " already on file."
           END-WRITE.
           MOVE Remaining-Amount TO Payment-On-Account.
           ADD 1 TO Items-On-Account.
           ADD Remaining-Amount TO On-Account-Total.
           MOVE SPACES TO Ar-Journal-Record.
           SET Arj-Cash-On-Account TO TRUE.
           MOVE Remaining-Amount TO Arj-Amount.
           MOVE Arp-Reference TO Arj-Reference.
           PERFORM Write-Ar-Journal.
           MOVE 0 TO Remaining-Amount.

       Read-Next-Unapplied.
           READ Ar-Ledger-File NEXT RECORD
               AT END
                   SET Ledger-End TO TRUE
           END-READ.
           IF NOT Ledger-End
               IF Ar-Customer-Id NOT = Arp-Customer-Id
                   OR NOT Ar-Unapplied-Cash
                   SET Ledger-End TO TRUE
               ELSE
                   MOVE Ar-Doc-Number TO Next-Unapplied-Number
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
           IF Arj-Invoice-Posted
               MOVE SPACE TO Arj-Channel
           ELSE
               MOVE Arp-Channel TO Arj-Channel
           END-IF.
           WRITE Ar-Journal-Record.

       Print-Application-Totals.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "INVOICES POSTED" TO Tl-Label.
           MOVE Invoices-Posted TO Tl-Count.
           MOVE Posted-Total TO Tl-Amount.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "PAYMENTS APPLIED" TO Tl-Label.
           MOVE Payments-Applied TO Tl-Count.
           MOVE Received-Total TO Tl-Amount.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "  PAID TO INVOICES" TO Tl-Label.
           MOVE Items-Paid TO Tl-Count.
           MOVE Applied-Total TO Tl-Amount.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "  LEFT ON ACCOUNT" TO Tl-Label.
           MOVE Items-On-Account TO Tl-Count.
           MOVE On-Account-Total TO Tl-Amount.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "ACCOUNT DEBITS REFUSED" TO Tl-Label.
           MOVE Drafts-Refused TO Tl-Count.
           MOVE Refused-Total TO Tl-Amount.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "LOCKBOX ITEMS REJECTED" TO Tl-Label.
           MOVE Payments-Rejected TO Tl-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
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

       Write-Job-Log.
           MOVE "ArPaymentApplication" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Payments-Read TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Write-Operator-Alert.
           MOVE "ArPaymentApplication" TO Alert-Program-Id.
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

       Build-Csv-Row.
           MOVE Pdl-Customer-Id TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Pdl-Channel TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Pdl-Reference TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Pdl-Invoice TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           IF Arp-Amount IS NUMERIC
               MOVE Arp-Amount TO RPT-CSV-AMOUNT
           ELSE
               MOVE 0 TO RPT-CSV-AMOUNT
           END-IF.
           PERFORM Report-Csv-Add-Amount.
           MOVE Payment-Applied TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Payment-On-Account TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Pdl-Result TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
