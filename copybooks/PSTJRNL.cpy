      *                 each leg carries the other leg's account, and
      *                 AccountHistory can show where the money went.
      *                 Spaces for ordinary postings.
      * 2026-10-15 PDK  Added the currency fields. JRNL-AMOUNT is in
      *                 the account's currency (JRNL-CURRENCY-CODE,
      *                 spaces for local); JRNL-EXCHANGE-RATE is the
      *                 local units per unit used and JRNL-LOCAL-
      *                 AMOUNT the local-currency equivalent the
      *                 general ledger books. A transfer leg that
      *                 crossed currencies also carries the other
      *                 leg's currency and amount; both legs carry
      *                 the same local amount. Entries journaled
      *                 before the change read as spaces here and
      *                 are local currency.
      * 2026-10-15 PDK  Added JRNL-CLEARING-FLAG: "O" marks the debit
      *                 leg of a transfer to an account outside the
      *                 bank, which has no credit leg here and goes
      *                 out on ClearingOutbound's clearing file.
      *                 Spaces on every other entry.
      * 2026-10-15 PDK  Added JRNL-EVENT-FEE-STAMP: the operator id
      *                 on the debit of a per-event fee - the
      *                 returned-item fee and the overdraft-sweep
      *                 fee - which GeneralLedgerExtract books as
      *                 fee income instead of as an ordinary debit.
      *****************************************************************
       01  POSTED-JOURNAL-RECORD.
           05  JRNL-ACCT-NUMBER        PIC X(15).
           05  JRNL-COUNTERPART-ACCT   PIC X(15).
           05  JRNL-SOURCE-CODE        PIC X(01).
           05  JRNL-OPERATOR-ID        PIC X(08).
               88  JRNL-EVENT-FEE-STAMP        VALUE "*EVTFEE*".
           05  JRNL-EFFECTIVE-DATE     PIC 9(08).
           05  JRNL-CURRENCY-CODE      PIC X(03).
           05  JRNL-EXCHANGE-RATE      PIC 9(05)V9(06).
           05  JRNL-LOCAL-AMOUNT       PIC S9(11)V99 SIGN IS LEADING
                                        SEPARATE.
           05  JRNL-COUNTER-CURRENCY   PIC X(03).
           05  JRNL-COUNTER-AMOUNT     PIC S9(7)V99 SIGN IS LEADING
                                        SEPARATE.
           05  JRNL-CLEARING-FLAG      PIC X(01).
               88  JRNL-CLEARING-OUTBOUND      VALUE "O".
