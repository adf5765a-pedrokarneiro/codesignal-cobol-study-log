      *                 accrues an automatic interest adjustment for
      *                 the intervening days at the INTDETL rates
      *                 actually used.
      * 2026-10-15 PDK  Added the "R" returned-item source: the
      *                 reversing debit ReturnedItemProcessing
      *                 generates when a credited deposit comes back
      *                 unpaid.
      * 2026-10-15 PDK  Added the "O" overdraft-sweep source, stamped
      *                 on the journal legs BankPosting writes when it
      *                 covers a shortfall from an ODLINK protecting
      *                 account.
      * 2026-10-15 PDK  Added the "G" garnishment source: the seizure
      *                 debit GarnishmentProcessing generates on a
      *                 legal order's remit date, booked to the
      *                 garnishment suspense GL.
      * 2026-10-15 PDK  Added the "D" deceased-reversal source: the
      *                 debit DeceasedCustomerProcessing generates to
      *                 take back a recurring credit that posted to
      *                 an estate account after the date of death.
      * 2026-10-15 PDK  Added the "L" loan-payment source: the debit
      *                 LoanPayoffPosting generates on the deposit
      *                 account a borrower pays a loan off from.
      * 2026-10-15 PDK  The "L" source also marks the auto-pay debit
      *                 LoanAutoPayDraft generates on a loan's
      *                 mandate account each due date.
      * 2026-10-15 PDK  Added the "H" clearing-house source: the
      *                 credits and debits ClearingInbound converts
      *                 from the incoming clearing file. A transfer
      *                 whose counterpart is not one of our accounts
      *                 is now an outgoing payment: BankPosting
      *                 posts its debit leg only and ClearingOutbound
      *                 sends it on the outgoing clearing file.
      * 2026-10-15 PDK  Added the "P" dispute source: the provisional
      *                 credit DisputeMaintenance queues when a
      *                 dispute case is opened, and the debit that
      *                 reverses it when the case is closed against
      *                 the customer.
      * 2026-10-15 PDK  Added the "A" account-opening source: the
      *                 opening-deposit credit AccountApplication
      *                 generates for each account it opens.
      * 2026-10-15 PDK  Added the "B" receivables-payment source: the
      *                 debit ArPaymentDraft generates on a customer's
      *                 own deposit account to pay their open
      *                 invoices.
      * 2026-10-15 PDK  Added the "V" vendor-payment source: the one
      *                 debit per vendor VendorPaymentRun draws on
      *                 the company operating account to pay the
      *                 matched vendor invoices that have fallen due.
      * 2026-10-15 PDK  Added TRAN-EVENT-FEE-STAMP: the operator id
      *                 a per-event fee debit (a FEESCHED fee charged
      *                 when its event happens, not monthly) carries,
      *                 so the general ledger can book it as fee
      *                 income once it is journaled.
      *****************************************************************
       01  TRAN-RECORD.
           05  TRAN-ACCT-NUMBER        PIC X(15).
               88  TRAN-SRC-WITHHOLDING        VALUE "W".
               88  TRAN-SRC-ESCHEAT            VALUE "E".
               88  TRAN-SRC-CLOSURE            VALUE "X".
               88  TRAN-SRC-RETURN-ITEM        VALUE "R".
               88  TRAN-SRC-OD-SWEEP           VALUE "O".
               88  TRAN-SRC-GARNISHMENT        VALUE "G".
               88  TRAN-SRC-DECEASED-REVERSAL  VALUE "D".
               88  TRAN-SRC-LOAN-PAYMENT       VALUE "L".
               88  TRAN-SRC-CLEARING           VALUE "H".
               88  TRAN-SRC-DISPUTE            VALUE "P".
               88  TRAN-SRC-ACCOUNT-OPENING    VALUE "A".
               88  TRAN-SRC-AR-PAYMENT         VALUE "B".
               88  TRAN-SRC-VENDOR-PAYMENT     VALUE "V".
           05  TRAN-OPERATOR-ID        PIC X(08).
               88  TRAN-EVENT-FEE-STAMP        VALUE "*EVTFEE*".
           05  TRAN-EFFECTIVE-DATE     PIC 9(08).
