      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-09-02 PDK  Initial version.
      * 2026-10-15 PDK  Added the days past due the nightly
      *                 LoanDelinquency run last aged the loan to,
      *                 the unpaid late charges it has assessed, and
      *                 the due date the last late charge was
      *                 assessed against (one charge per missed due
      *                 date). The record grows to 100 bytes with a
      *                 trailing FILLER held for later fields;
      *                 existing LOANMSTR files are converted once
      *                 with LoanMasterConvert.
      * 2026-10-15 PDK  Added the auto-pay mandate, taken from the
      *                 FILLER: the deposit account the scheduled
      *                 payment is debited from (spaces for none),
      *                 the due date last drafted by LoanAutoPayDraft
      *                 and how that draft ended - pending until
      *                 LoanAutoPayConfirm finds the debit posted,
      *                 then paid, or failed when BankPosting refused
      *                 it (the failed-auto-pay note the collectors
      *                 see while the loan ages past due).
      *****************************************************************
       01  LOAN-MASTER-RECORD.
           05  LOAN-NUMBER             PIC X(15).
           05  LOAN-STATUS-FLAG        PIC X(01).
               88  LOAN-ACTIVE                 VALUE "A".
               88  LOAN-PAID-OFF               VALUE "P".
           05  LOAN-DAYS-PAST-DUE      PIC 9(04).
           05  LOAN-LATE-CHARGE-DUE    PIC S9(7)V99 COMP-3.
           05  LOAN-LATE-CHARGE-DATE   PIC 9(08).
           05  LOAN-AUTOPAY-ACCT       PIC X(15).
           05  LOAN-AUTOPAY-DUE-DATE   PIC 9(08).
           05  LOAN-AUTOPAY-STATUS     PIC X(01).
               88  LOAN-AUTOPAY-PENDING        VALUE "P".
               88  LOAN-AUTOPAY-PAID           VALUE "C".
               88  LOAN-AUTOPAY-FAILED         VALUE "F".
           05  FILLER                  PIC X(06).
