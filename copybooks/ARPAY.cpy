      *****************************************************************
      * ARPAY.CPY
      * One customer payment toward accounts receivable. The same
      * layout serves three line-sequential files:
      *   LOCKBOX   the bank lockbox file of cheques received, one
      *             record per remittance (channel "L"), ARP-REFERENCE
      *             the cheque number;
      *   ARDEBREQ  requests to pay from the customer's own deposit
      *             account (channel "D"), ARP-REFERENCE the deposit
      *             account to debit;
      *   ARPEND    the requests ArPaymentDraft turned into TRANFILE
      *             debits, held until ArPaymentApplication finds the
      *             debit posted on PSTJRNL.
      * ARP-INVOICE-NUMBER names the invoice being paid; zero means
      * apply to the customer's oldest open invoices first.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  AR-PAYMENT-RECORD.
           05  ARP-CUSTOMER-ID         PIC 9(05).
           05  ARP-INVOICE-NUMBER      PIC 9(07).
           05  ARP-AMOUNT              PIC 9(07)V99.
           05  ARP-PAYMENT-DATE        PIC 9(08).
           05  ARP-REFERENCE           PIC X(15).
           05  ARP-CHANNEL             PIC X(01).
               88  ARP-FROM-LOCKBOX            VALUE "L" SPACE.
               88  ARP-FROM-ACCOUNT            VALUE "D".
