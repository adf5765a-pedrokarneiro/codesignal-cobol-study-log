      *****************************************************************
      * DISPUTE.CPY
      * One customer dispute of a posted debit on the indexed
      * DISPUTES case file, keyed by account and a case sequence
      * within it. The case points back to the disputed PSTJRNL
      * entry by its post date, amount, balance after, source and
      * operator - the journal has no key of its own - and carries
      * the claim date, the amount disputed (all or part of the
      * debit), the resolution deadline worked out from the claim
      * date when the case was opened, and the status. Opening a
      * case in DisputeMaintenance posts a provisional credit of the
      * disputed amount through TRANFILE under the "P" dispute
      * source; closing it either makes that credit final ("F") or
      * reverses it with a "P" debit ("R"), and CustomerNotification
      * sends the account holders the outcome on the closing date.
      * DisputeAgingReport lists the open cases against their
      * deadlines.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  DISPUTE-CASE-RECORD.
           05  DSP-KEY.
               10  DSP-ACCT-NUMBER     PIC X(15).
               10  DSP-CASE-SEQ        PIC 9(03).
           05  DSP-JRNL-POST-DATE      PIC 9(08).
           05  DSP-JRNL-AMOUNT         PIC S9(7)V99.
           05  DSP-JRNL-BALANCE-AFTER  PIC S9(9)V99.
           05  DSP-JRNL-SOURCE-CODE    PIC X(01).
           05  DSP-JRNL-OPERATOR-ID    PIC X(08).
           05  DSP-CLAIM-DATE          PIC 9(08).
           05  DSP-DISPUTED-AMOUNT     PIC 9(07)V99.
           05  DSP-DEADLINE-DATE       PIC 9(08).
           05  DSP-STATUS              PIC X(01).
               88  DSP-OPEN                    VALUE "O".
               88  DSP-CREDIT-FINAL            VALUE "F".
               88  DSP-CREDIT-REVERSED         VALUE "R".
           05  DSP-OPENED-BY           PIC X(08).
           05  DSP-OPENED-DATE         PIC 9(08).
           05  DSP-CLOSED-BY           PIC X(08).
           05  DSP-CLOSED-DATE         PIC 9(08).
           05  FILLER                  PIC X(20).
