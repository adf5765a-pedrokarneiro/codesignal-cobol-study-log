      *> PostingBalanceProof refuses an out-of-balance master.
      *> Maintenance History
      *> 2026-09-02: Initial version.
      *> 2026-10-15: Garnishment seizure debits (journal source "G")
      *> are totaled apart from the other posted debits and booked
      *> through their own "GARN" chart mapping to the garnishment
      *> suspense account until the funds are remitted to the court.
      *> 2026-10-15: Loan activity joins the extract. The business
      *> date's LOANJRNL entries are totaled by leg - the interest
      *> and principal of scheduled payments, the late charges
      *> assessed, and the interest, principal and late-charge legs
      *> of payoffs - each booked through its own GLCHART source,
      *> with any part of a payment left unapplied going to loan
      *> suspense. The loan lines are proved against the LOANJRNL
      *> control totals for the date and the day is refused with
      *> condition code 8 when they differ. The chart and extract
      *> tables grow to hold the new sources.
      *> 2026-10-15: The extract now books local-currency
      *> equivalents. Posted journal entries carry the local amount
      *> BankPosting converted at (entries from before the currency
      *> fields carry their own amount), and the interest accrued and
      *> fees assessed on a foreign-currency account are converted at
      *> its EXCHRATE rate for the business date.
      *> 2026-10-15: The run appends a CTLTOTAL control-total record:
      *> the business date's PSTJRNL entries it totaled, with their
      *> JRNL-AMOUNT hash, and the extract lines it wrote, for the
      *> nightly record-flow reconciliation.
      *> 2026-10-15: Stock movements join the extract. The business
      *> date's INVJRNL entries are valued at the PROD-AVG-COST of
      *> the item's ITEMXREF product and totaled by reason into the
      *> inventory sources: receipts, cost of goods sold (shipments
      *> and backorder issues less returns restocked), shrinkage
      *> (with scrapped returns), cycle-count and correction
      *> adjustments, transfers into and out of transit, and all
      *> other movement. A source whose day runs the other way is
      *> booked with its accounts reversed. A movement with no
      *> product or cost is left unbooked and counted. The chart
      *> and extract tables grow to hold the new sources.
      *> 2026-10-15: MonthlyFeeAssessment runs in the month-end
      *> stream after this step, so its fees are now booked by the
      *> next night's extract: every FEETRAN entry dated from the
      *> last extract date GeneralLedgerBalance applied (GLBALCTL)
      *> up to the day before the business date, instead of only
      *> entries dated the business date, which no run ever saw.
      *> 2026-10-15: The per-event fees - returned-item and
      *> overdraft-sweep - reach the ledger only as journaled "F"
      *> debits. The business date's debits carrying the per-event
      *> fee stamp are now booked through "FEEA" as fee income
      *> instead of with the other posted debits under "PSTD".
      *> Monthly fees posted from FEETRAN carry no stamp and are
      *> not counted twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ftrn-File-Status.

           SELECT Loan-Journal-File ASSIGN TO "LOANJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lnj-File-Status.

           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Exchange-Rate-File ASSIGN TO "EXCHRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRT-KEY
               FILE STATUS IS FXR-FILE-STATUS.

           SELECT Movement-Journal-File ASSIGN TO "INVJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Mvj-File-Status.

           SELECT Product-Master-File ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS Prod-File-Status.

           SELECT Xref-File ASSIGN TO "ITEMXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Xref-File-Status.

           SELECT Gl-Chart-File ASSIGN TO "GLCHART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Chart-File-Status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Gl-Control-File ASSIGN TO "GLBALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Glctl-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

           SELECT Control-Total-File ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ctl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Posted-Journal-File.
       FD  Fee-Transaction-File.
       COPY TRANREC.

       FD  Loan-Journal-File.
       COPY LOANJRNL.

       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Exchange-Rate-File.
       COPY EXCHRATE.

       FD  Movement-Journal-File.
       COPY INVJRNL.

       FD  Product-Master-File.
       COPY PRODMST.

       FD  Xref-File.
       COPY ITEMXREF.

       FD  Gl-Chart-File.
       COPY GLCHART.

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Gl-Control-File.
       01 Gl-Control-Record.
           05 Glctl-Last-Applied-Date PIC 9(08).

       FD  Job-Log-File.
       COPY JOBLOG.

       FD  Control-Total-File.
       COPY CTLTOTAL.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).
          88 Ftrn-File-Ok VALUE "00".
          88 Ftrn-File-Eof VALUE "10".

       01 Glctl-File-Status PIC X(02) VALUE "00".
          88 Glctl-File-Ok VALUE "00".
       01 Fee-Window-Start PIC 9(08).

       01 Lnj-File-Status PIC X(02) VALUE "00".
          88 Lnj-File-Ok VALUE "00".
          88 Lnj-File-Eof VALUE "10".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
       01 Acct-File-Open-Switch PIC X(01) VALUE "N".
          88 Acct-File-Is-Open VALUE "Y".

       COPY FXRATEWS.
       01 Local-Lookup-Acct PIC X(15).
       01 Unpriced-Amounts PIC 9(05) VALUE 0.

       01 Mvj-File-Status PIC X(02) VALUE "00".
          88 Mvj-File-Ok VALUE "00".
          88 Mvj-File-Eof VALUE "10".

       01 Prod-File-Status PIC X(02) VALUE "00".
          88 Prod-File-Ok VALUE "00".
       01 Catalog-Switch PIC X(01) VALUE "N".
          88 Catalog-On-File VALUE "Y".

       01 Xref-File-Status PIC X(02) VALUE "00".
          88 Xref-File-Ok VALUE "00".
          88 Xref-File-Eof VALUE "10".

       01 Max-Xref-Entries PIC 9(03) VALUE 200.
       01 Xref-Entry-Count PIC 9(03) VALUE 0.
       01 Xref-Sub PIC 9(03).
       01 Xref-Table.
           05 Xref-Entry OCCURS 200 TIMES.
              10 Tbl-Xref-Item      PIC 9(09).
              10 Tbl-Xref-Product   PIC 9(05).
       01 Linked-Product-Code PIC 9(05).

       01 Movements-Read PIC 9(07) VALUE 0.
       01 Unvalued-Movements PIC 9(05) VALUE 0.
       01 Movement-Value PIC S9(11)V99.

       01 Chart-File-Status PIC X(02) VALUE "00".
          88 Chart-File-Ok VALUE "00".
          88 Chart-File-Eof VALUE "10".

       01 Today-Date PIC 9(08).

       01 Max-Chart-Entries PIC 9(02) VALUE 30.
       01 Chart-Entry-Count PIC 9(02) VALUE 0.
       01 Chart-Sub PIC 9(02).
       01 Chart-Table.
           05 Chart-Entry OCCURS 30 TIMES.
              10 Tbl-Chart-Source      PIC X(04).
              10 Tbl-Chart-Debit-Gl    PIC 9(08).
              10 Tbl-Chart-Credit-Gl   PIC 9(08).
           05 Posted-Credit-Total   PIC S9(11)V99 VALUE 0.
           05 Interest-Total        PIC S9(11)V99 VALUE 0.
           05 Fee-Total             PIC S9(11)V99 VALUE 0.
           05 Event-Fee-Total       PIC S9(11)V99 VALUE 0.
           05 Garnishment-Total     PIC S9(11)V99 VALUE 0.
           05 Loan-Interest-Total   PIC S9(11)V99 VALUE 0.
           05 Loan-Principal-Total  PIC S9(11)V99 VALUE 0.
           05 Late-Charge-Total     PIC S9(11)V99 VALUE 0.
           05 Payoff-Interest-Total PIC S9(11)V99 VALUE 0.
           05 Payoff-Principal-Total
                                    PIC S9(11)V99 VALUE 0.
           05 Payoff-Late-Chg-Total PIC S9(11)V99 VALUE 0.
           05 Loan-Suspense-Total   PIC S9(11)V99 VALUE 0.
           05 Inv-Receipts-Total    PIC S9(11)V99 VALUE 0.
           05 Inv-Cost-Of-Sales-Total
                                    PIC S9(11)V99 VALUE 0.
           05 Inv-Shrinkage-Total   PIC S9(11)V99 VALUE 0.
           05 Inv-Count-Adjust-Total
                                    PIC S9(11)V99 VALUE 0.
           05 Inv-Transit-Out-Total PIC S9(11)V99 VALUE 0.
           05 Inv-Transit-In-Total  PIC S9(11)V99 VALUE 0.
           05 Inv-Other-Adjust-Total
                                    PIC S9(11)V99 VALUE 0.

      *> The LOANJRNL control totals the loan lines are proved
      *> against: what was paid or charged, as the journal says.
       01 Loan-Control-Totals.
           05 Loan-Entries-Read     PIC 9(07) VALUE 0.
           05 Loan-Payments-Control PIC S9(11)V99 VALUE 0.
           05 Loan-Payoffs-Control  PIC S9(11)V99 VALUE 0.
           05 Late-Charges-Control  PIC S9(11)V99 VALUE 0.
           05 Loan-Journal-Control  PIC S9(11)V99 VALUE 0.
       01 Loan-Gl-Credit-Total PIC S9(11)V99 VALUE 0.
       01 Loan-Unapplied PIC S9(9)V99.

       01 Extract-Debit-Total PIC S9(11)V99 VALUE 0.
       01 Extract-Credit-Total PIC S9(11)V99 VALUE 0.
       01 Extract-Difference PIC S9(11)V99 VALUE 0.
       01 Extract-Lines-Written PIC 9(05) VALUE 0.

       01 Ctl-File-Status PIC X(02) VALUE "00".
       01 Journal-Entries-Read PIC 9(07) VALUE 0.
       01 Journal-Hash-Total PIC 9(09)V99 VALUE 0.

       01 Mapping-Source PIC X(04).
       01 Mapping-Amount PIC S9(11)V99.
       01 Mapping-Found-Switch PIC X(01) VALUE "N".
          88 Mapping-Is-Found VALUE "Y".
      *> The sides the chart's debit and credit accounts are booked
      *> to - swapped only for an inventory source running the other
      *> way.
       01 Debit-Account-Side PIC X(01) VALUE "D".
       01 Credit-Account-Side PIC X(01) VALUE "C".

       01 Max-Extract-Lines PIC 9(02) VALUE 60.
       01 Extract-Line-Count PIC 9(02) VALUE 0.
       01 Extract-Line-Sub PIC 9(02).
       01 Extract-Line-Table.
           05 Extract-Line-Entry OCCURS 60 TIMES.
              10 Tbl-Line-Gl-Account   PIC 9(08).
              10 Tbl-Line-Side         PIC X(01).
              10 Tbl-Line-Amount       PIC S9(11)V99.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           PERFORM Load-Chart-Of-Accounts.
           MOVE Today-Date TO FXR-AS-OF-DATE.
           PERFORM LOAD-EXCHANGE-RATES.
           IF FXR-TABLE-OVERFLOWED
               DISPLAY "More than " FXR-MAX-CURRENCIES
                   " currencies on EXCHRATE - refusing."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           OPEN INPUT Account-Master-File.
           IF Acct-File-Ok
               SET Acct-File-Is-Open TO TRUE
           END-IF.
           PERFORM Total-Posted-Journal.
           PERFORM Total-Interest-Detail.
           PERFORM Total-Fee-Transactions.
           IF Acct-File-Is-Open
               CLOSE Account-Master-File
           END-IF.
           PERFORM Total-Loan-Journal.
           PERFORM Total-Inventory-Journal.
           PERFORM Resolve-Extract-Lines.
           PERFORM Prove-Extract-Balances.
           PERFORM Prove-Loan-Lines.
           PERFORM Write-Extract-File.
           DISPLAY "===== General-Ledger Extract =====".
           DISPLAY "Business date: " Today-Date.
           DISPLAY "Posted credits: " Posted-Credit-Total.
           DISPLAY "Interest accrued: " Interest-Total.
           DISPLAY "Fees assessed: " Fee-Total.
           DISPLAY "  per-event fees posted: " Event-Fee-Total.
           DISPLAY "Garnishment seizures: " Garnishment-Total.
           IF Unpriced-Amounts > 0
               DISPLAY "Foreign amounts with no rate, booked as"
                   " local: " Unpriced-Amounts
           END-IF.
           DISPLAY "Loan journal entries: " Loan-Entries-Read.
           DISPLAY "Loan payments:  " Loan-Payments-Control.
           DISPLAY "  interest:     " Loan-Interest-Total.
           DISPLAY "  principal:    " Loan-Principal-Total.
           DISPLAY "Loan payoffs:   " Loan-Payoffs-Control.
           DISPLAY "  interest:     " Payoff-Interest-Total.
           DISPLAY "  principal:    " Payoff-Principal-Total.
           DISPLAY "  late charges: " Payoff-Late-Chg-Total.
           DISPLAY "Late charges assessed: " Late-Charges-Control.
           DISPLAY "Loan payments unapplied: " Loan-Suspense-Total.
           DISPLAY "Inventory movements: " Movements-Read.
           DISPLAY "  receipts:      " Inv-Receipts-Total.
           DISPLAY "  cost of sales: " Inv-Cost-Of-Sales-Total.
           DISPLAY "  shrinkage:     " Inv-Shrinkage-Total.
           DISPLAY "  count adjusts: " Inv-Count-Adjust-Total.
           DISPLAY "  into transit:  " Inv-Transit-Out-Total.
           DISPLAY "  out of transit:" Inv-Transit-In-Total.
           DISPLAY "  other:         " Inv-Other-Adjust-Total.
           IF Unvalued-Movements > 0
               DISPLAY "Inventory movements with no product cost,"
                   " not booked: " Unvalued-Movements
           END-IF.
           DISPLAY "Extract debit total:  " Extract-Debit-Total.
           DISPLAY "Extract credit total: " Extract-Credit-Total.
           DISPLAY "Extract lines written: " Extract-Lines-Written.
           PERFORM Write-Control-Total.
           PERFORM Write-Job-Log.
           STOP RUN.

                   SET Jrnl-File-Eof TO TRUE
           END-READ.

      *> The local amount BankPosting stamped is what is booked;
      *> both legs of a converted transfer carry the same one.
       Total-One-Journal-Entry.
           IF Jrnl-Post-Date = Today-Date
               ADD 1 TO Journal-Entries-Read
               ADD Jrnl-Amount TO Journal-Hash-Total
               IF Jrnl-Local-Amount IS NUMERIC
                   MOVE Jrnl-Local-Amount TO Mapping-Amount
               ELSE
                   MOVE Jrnl-Amount TO Mapping-Amount
               END-IF
               IF Jrnl-Is-Debit
                   EVALUATE TRUE
                       WHEN Jrnl-Source-Code = "G"
                           ADD Mapping-Amount TO Garnishment-Total
                       WHEN Jrnl-Source-Code = "F"
                           AND Jrnl-Event-Fee-Stamp
                           ADD Mapping-Amount TO Fee-Total
                           ADD Mapping-Amount TO Event-Fee-Total
                       WHEN OTHER
                           ADD Mapping-Amount TO Posted-Debit-Total
                   END-EVALUATE
               ELSE
                   ADD Mapping-Amount TO Posted-Credit-Total
               END-IF
           END-IF.
           PERFORM Read-Next-Journal-Entry.

       Total-One-Interest-Detail.
           IF Intd-Accrual-Date = Today-Date
               MOVE Intd-Acct-Number TO Local-Lookup-Acct
               MOVE Intd-Interest-Amount TO FXR-FOREIGN-AMOUNT
               PERFORM Find-Local-Equivalent
               ADD FXR-LOCAL-AMOUNT TO Interest-Total
           END-IF.
           PERFORM Read-Next-Interest-Detail.

       Total-Fee-Transactions.
           PERFORM Read-Fee-Window-Start.
           OPEN INPUT Fee-Transaction-File.
           IF Ftrn-File-Ok
               PERFORM Read-Next-Fee-Transaction
                   SET Ftrn-File-Eof TO TRUE
           END-READ.

      *> Fees are assessed after the night's extract has run, so
      *> the window opens at the last extract date the ledger
      *> applied and closes before the business date; tonight's
      *> own fees fall in tomorrow night's window. With no GLBALCTL
      *> nothing has been applied yet and no fees are carried.
       Read-Fee-Window-Start.
           MOVE Today-Date TO Fee-Window-Start.
           OPEN INPUT Gl-Control-File.
           IF Glctl-File-Ok
               READ Gl-Control-File
                   NOT AT END
                       MOVE Glctl-Last-Applied-Date
                           TO Fee-Window-Start
               END-READ
               CLOSE Gl-Control-File
           END-IF.

       Total-One-Fee-Transaction.
           IF Tran-Date >= Fee-Window-Start
               AND Tran-Date < Today-Date
               MOVE Tran-Acct-Number TO Local-Lookup-Acct
               MOVE Tran-Amount TO FXR-FOREIGN-AMOUNT
               PERFORM Find-Local-Equivalent
               ADD FXR-LOCAL-AMOUNT TO Fee-Total
           END-IF.
           PERFORM Read-Next-Fee-Transaction.

      *> An amount in an account's own currency, converted at the
      *> rate for the business date. An account not on file is
      *> taken as local; a foreign account with no rate at all is
      *> booked at face and counted so the difference is seen.
       Find-Local-Equivalent.
           MOVE SPACES TO FXR-WANTED-CURRENCY.
           IF Acct-File-Is-Open
               MOVE Local-Lookup-Acct TO Acct-Number
               READ Account-Master-File
                   INVALID KEY
                       CONTINUE
               END-READ
               IF Acct-File-Ok
                   MOVE Acct-Currency-Code TO FXR-WANTED-CURRENCY
               END-IF
           END-IF.
           PERFORM FIND-EXCHANGE-RATE.
           IF FXR-RATE-FOUND
               PERFORM CONVERT-TO-LOCAL
           ELSE
               ADD 1 TO Unpriced-Amounts
               MOVE FXR-FOREIGN-AMOUNT TO FXR-LOCAL-AMOUNT
           END-IF.

      *> Each LOANJRNL entry for the date is split by leg. Whatever
      *> of a payment its interest, principal and late-charge legs
      *> do not account for (an overpayment past the balance) is
      *> booked to loan suspense rather than lost.
       Total-Loan-Journal.
           OPEN INPUT Loan-Journal-File.
           IF Lnj-File-Ok
               PERFORM Read-Next-Loan-Entry
               PERFORM Total-One-Loan-Entry UNTIL Lnj-File-Eof
               CLOSE Loan-Journal-File
           END-IF.

       Read-Next-Loan-Entry.
           READ Loan-Journal-File
               AT END
                   SET Lnj-File-Eof TO TRUE
           END-READ.

       Total-One-Loan-Entry.
           IF Lnj-Post-Date = Today-Date
               ADD 1 TO Loan-Entries-Read
               EVALUATE TRUE
                   WHEN Lnj-Late-Charge-Entry
                       ADD Lnj-Late-Charge-Amount
                           TO Late-Charges-Control
                       ADD Lnj-Late-Charge-Amount
                           TO Late-Charge-Total
                   WHEN Lnj-Payoff-Entry
                       ADD Lnj-Payment-Amount TO Loan-Payoffs-Control
                       ADD Lnj-Interest-Portion
                           TO Payoff-Interest-Total
                       ADD Lnj-Principal-Portion
                           TO Payoff-Principal-Total
                       ADD Lnj-Late-Charge-Amount
                           TO Payoff-Late-Chg-Total
                       PERFORM Total-Loan-Unapplied
                   WHEN OTHER
                       ADD Lnj-Payment-Amount TO Loan-Payments-Control
                       ADD Lnj-Interest-Portion TO Loan-Interest-Total
                       ADD Lnj-Principal-Portion
                           TO Loan-Principal-Total
                       PERFORM Total-Loan-Unapplied
               END-EVALUATE
           END-IF.
           PERFORM Read-Next-Loan-Entry.

       Total-Loan-Unapplied.
           COMPUTE Loan-Unapplied = Lnj-Payment-Amount
               - Lnj-Interest-Portion - Lnj-Principal-Portion.
           IF Lnj-Payoff-Entry
               SUBTRACT Lnj-Late-Charge-Amount FROM Loan-Unapplied
           END-IF.
           ADD Loan-Unapplied TO Loan-Suspense-Total.

      *> Each INVJRNL entry for the date is valued at its product's
      *> average cost and totaled by reason. Movements into stock
      *> carry a positive quantity, so the sources that credit
      *> inventory total the value going out.
       Total-Inventory-Journal.
           PERFORM Load-Xref-Table.
           OPEN INPUT Product-Master-File.
           IF Prod-File-Ok
               SET Catalog-On-File TO TRUE
           END-IF.
           OPEN INPUT Movement-Journal-File.
           IF Mvj-File-Ok
               PERFORM Read-Next-Movement
               PERFORM Total-One-Movement UNTIL Mvj-File-Eof
               CLOSE Movement-Journal-File
           END-IF.
           IF Catalog-On-File
               CLOSE Product-Master-File
           END-IF.

       Read-Next-Movement.
           READ Movement-Journal-File
               AT END
                   SET Mvj-File-Eof TO TRUE
           END-READ.

       Total-One-Movement.
           IF Mvj-Move-Date = Today-Date
               ADD 1 TO Movements-Read
               PERFORM Value-One-Movement
           END-IF.
           PERFORM Read-Next-Movement.

       Value-One-Movement.
           MOVE 0 TO Linked-Product-Code.
           PERFORM Check-One-Xref
               VARYING Xref-Sub FROM 1 BY 1
               UNTIL Xref-Sub > Xref-Entry-Count.
           IF Linked-Product-Code = 0 OR NOT Catalog-On-File
               ADD 1 TO Unvalued-Movements
           ELSE
               MOVE Linked-Product-Code TO PROD-CODE
               READ Product-Master-File
                   INVALID KEY
                       ADD 1 TO Unvalued-Movements
                   NOT INVALID KEY
                       COMPUTE Movement-Value ROUNDED =
                           Mvj-Qty-Eaches * PROD-AVG-COST
                       PERFORM Total-Movement-Value
               END-READ
           END-IF.

       Check-One-Xref.
           IF Tbl-Xref-Item(Xref-Sub) = Mvj-Item-Number
               MOVE Tbl-Xref-Product(Xref-Sub)
                   TO Linked-Product-Code
           END-IF.

       Total-Movement-Value.
           EVALUATE Mvj-Reason-Code
               WHEN "RCV"
                   ADD Movement-Value TO Inv-Receipts-Total
               WHEN "SHP"
               WHEN "BOR"
               WHEN "RTN"
                   SUBTRACT Movement-Value
                       FROM Inv-Cost-Of-Sales-Total
               WHEN "SHR"
               WHEN "SCR"
                   SUBTRACT Movement-Value FROM Inv-Shrinkage-Total
               WHEN "CYC"
               WHEN "COR"
                   SUBTRACT Movement-Value
                       FROM Inv-Count-Adjust-Total
               WHEN "TRO"
                   SUBTRACT Movement-Value FROM Inv-Transit-Out-Total
               WHEN "TRI"
                   ADD Movement-Value TO Inv-Transit-In-Total
               WHEN OTHER
                   SUBTRACT Movement-Value
                       FROM Inv-Other-Adjust-Total
           END-EVALUATE.

       Load-Xref-Table.
           MOVE 0 TO Xref-Entry-Count.
           OPEN INPUT Xref-File.
           IF Xref-File-Ok
               PERFORM Read-Next-Xref
               PERFORM Store-One-Xref
                   UNTIL Xref-File-Eof
                   OR Xref-Entry-Count = Max-Xref-Entries
               CLOSE Xref-File
           END-IF.

       Read-Next-Xref.
           READ Xref-File
               AT END
                   SET Xref-File-Eof TO TRUE
           END-READ.

       Store-One-Xref.
           ADD 1 TO Xref-Entry-Count.
           MOVE XREF-ITEM-NUMBER TO Tbl-Xref-Item(Xref-Entry-Count).
           MOVE XREF-PRODUCT-CODE
               TO Tbl-Xref-Product(Xref-Entry-Count).
           PERFORM Read-Next-Xref.

      *> Every source resolves to its mapped debit and credit lines
      *> in memory first; a source with nothing to book resolves to
      *> nothing, and a source with no chart mapping refuses the
           MOVE "FEEA" TO Mapping-Source.
           MOVE Fee-Total TO Mapping-Amount.
           PERFORM Resolve-One-Source.
           MOVE "GARN" TO Mapping-Source.
           MOVE Garnishment-Total TO Mapping-Amount.
           PERFORM Resolve-One-Source.
           MOVE "LNIN" TO Mapping-Source.
           MOVE Loan-Interest-Total TO Mapping-Amount.
           PERFORM Resolve-One-Source.
           MOVE "LNPR" TO Mapping-Source.
           MOVE Loan-Principal-Total TO Mapping-Amount.
           PERFORM Resolve-One-Source.
           MOVE "LNLC" TO Mapping-Source.
           MOVE Late-Charge-Total TO Mapping-Amount.
           PERFORM Resolve-One-Source.
           MOVE "LPOI" TO Mapping-Source.
           MOVE Payoff-Interest-Total TO Mapping-Amount.
           PERFORM Resolve-One-Source.
           MOVE "LPOP" TO Mapping-Source.
           MOVE Payoff-Principal-Total TO Mapping-Amount.
           PERFORM Resolve-One-Source.
           MOVE "LPOL" TO Mapping-Source.
           MOVE Payoff-Late-Chg-Total TO Mapping-Amount.
           PERFORM Resolve-One-Source.
           MOVE "LNSU" TO Mapping-Source.
           MOVE Loan-Suspense-Total TO Mapping-Amount.
           PERFORM Resolve-One-Source.
           MOVE "INRC" TO Mapping-Source.
           MOVE Inv-Receipts-Total TO Mapping-Amount.
           PERFORM Resolve-Inventory-Source.
           MOVE "INCS" TO Mapping-Source.
           MOVE Inv-Cost-Of-Sales-Total TO Mapping-Amount.
           PERFORM Resolve-Inventory-Source.
           MOVE "INSH" TO Mapping-Source.
           MOVE Inv-Shrinkage-Total TO Mapping-Amount.
           PERFORM Resolve-Inventory-Source.
           MOVE "INCC" TO Mapping-Source.
           MOVE Inv-Count-Adjust-Total TO Mapping-Amount.
           PERFORM Resolve-Inventory-Source.
           MOVE "INTO" TO Mapping-Source.
           MOVE Inv-Transit-Out-Total TO Mapping-Amount.
           PERFORM Resolve-Inventory-Source.
           MOVE "INTI" TO Mapping-Source.
           MOVE Inv-Transit-In-Total TO Mapping-Amount.
           PERFORM Resolve-Inventory-Source.
           MOVE "INAJ" TO Mapping-Source.
           MOVE Inv-Other-Adjust-Total TO Mapping-Amount.
           PERFORM Resolve-Inventory-Source.

      *> An inventory source can run the other way for the day -
      *> more returned than shipped, a count that finds stock - and
      *> is then booked positive with its two accounts reversed.
       Resolve-Inventory-Source.
           IF Mapping-Amount < 0
               COMPUTE Mapping-Amount = 0 - Mapping-Amount
               MOVE "C" TO Debit-Account-Side
               MOVE "D" TO Credit-Account-Side
           END-IF.
           PERFORM Resolve-One-Source.
           MOVE "D" TO Debit-Account-Side.
           MOVE "C" TO Credit-Account-Side.

       Resolve-One-Source.
           IF Mapping-Amount NOT = 0
               ADD 1 TO Extract-Line-Count
               MOVE Tbl-Chart-Debit-Gl(Chart-Sub)
                   TO Tbl-Line-Gl-Account(Extract-Line-Count)
               MOVE Debit-Account-Side
                   TO Tbl-Line-Side(Extract-Line-Count)
               MOVE Mapping-Amount
                   TO Tbl-Line-Amount(Extract-Line-Count)
               MOVE Mapping-Source
               ADD 1 TO Extract-Line-Count
               MOVE Tbl-Chart-Credit-Gl(Chart-Sub)
                   TO Tbl-Line-Gl-Account(Extract-Line-Count)
               MOVE Credit-Account-Side
                   TO Tbl-Line-Side(Extract-Line-Count)
               MOVE Mapping-Amount
                   TO Tbl-Line-Amount(Extract-Line-Count)
               MOVE Mapping-Source
               STOP RUN
           END-IF.

      *> The credit lines the loan sources resolved to must add up
      *> to what LOANJRNL says was paid or charged on the date.
       Prove-Loan-Lines.
           MOVE 0 TO Loan-Gl-Credit-Total.
           PERFORM Total-One-Loan-Line
               VARYING Extract-Line-Sub FROM 1 BY 1
               UNTIL Extract-Line-Sub > Extract-Line-Count.
           COMPUTE Loan-Journal-Control = Loan-Payments-Control
               + Loan-Payoffs-Control + Late-Charges-Control.
           IF Loan-Gl-Credit-Total NOT = Loan-Journal-Control
               DISPLAY "Loan GL lines " Loan-Gl-Credit-Total
                   " do not prove to LOANJRNL "
                   Loan-Journal-Control " - refusing."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.

       Total-One-Loan-Line.
           IF Tbl-Line-Side(Extract-Line-Sub) = "C"
               AND (Tbl-Line-Source(Extract-Line-Sub)(1:2) = "LN"
                   OR Tbl-Line-Source(Extract-Line-Sub)(1:2) = "LP")
               ADD Tbl-Line-Amount(Extract-Line-Sub)
                   TO Loan-Gl-Credit-Total
           END-IF.

       Total-One-Extract-Line.
           IF Tbl-Line-Side(Extract-Line-Sub) = "D"
               ADD Tbl-Line-Amount(Extract-Line-Sub)
               ACCEPT Today-Date FROM DATE YYYYMMDD
           END-IF.

       Write-Control-Total.
           MOVE "GeneralLedgerExtract" TO CTL-PROGRAM-ID.
           MOVE Today-Date TO CTL-RUN-DATE.
           MOVE Journal-Entries-Read TO CTL-RECORDS-READ.
           MOVE Extract-Lines-Written TO CTL-RECORDS-WRITTEN.
           MOVE Journal-Hash-Total TO CTL-HASH-TOTAL.
           OPEN EXTEND Control-Total-File.
           IF Ctl-File-Status = "35"
               CLOSE Control-Total-File
               OPEN OUTPUT Control-Total-File
           END-IF.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE Control-Total-File.

       Write-Job-Log.
           MOVE "GeneralLedgerExtract" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       COPY FXRATEPR.
