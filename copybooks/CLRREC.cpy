      *****************************************************************
      * CLRREC.CPY
      * The clearing-house payment file, 94-byte fixed records, as
      * exchanged with the clearing house in both directions. Every
      * batch is a "5" header (batch number, originating and
      * destination bank ids, company name, effective date), its
      * "6" entries, and an "8" trailer carrying the entry count and
      * the debit and credit totals the receiver proves the batch
      * against. On an entry the transaction code is from the
      * receiver's side: "C" credits the receiving account, "D"
      * debits it. Amounts are unsigned, in local currency. The
      * return reason is spaces on an entry as sent; an entry sent
      * back on the return file carries why it could not be posted.
      * ClearingInbound reads the incoming file (CLRIN) and writes
      * the return file (CLRRTN); ClearingOutbound writes the
      * outgoing file (CLROUT). COPY under the clearing file's FD.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  CLEARING-BATCH-HEADER.
           05  CLH-RECORD-TYPE         PIC X(01).
               88  CLH-IS-BATCH-HEADER         VALUE "5".
           05  CLH-BATCH-NUMBER        PIC 9(07).
           05  CLH-ORIGIN-BANK-ID      PIC X(09).
           05  CLH-DEST-BANK-ID        PIC X(09).
           05  CLH-COMPANY-NAME        PIC X(20).
           05  CLH-EFFECTIVE-DATE      PIC 9(08).
           05  FILLER                  PIC X(40).

       01  CLEARING-ENTRY-RECORD.
           05  CLE-RECORD-TYPE         PIC X(01).
               88  CLE-IS-ENTRY                VALUE "6".
           05  CLE-TRAN-CODE           PIC X(01).
               88  CLE-IS-CREDIT               VALUE "C".
               88  CLE-IS-DEBIT                VALUE "D".
           05  CLE-RECEIVER-BANK-ID    PIC X(09).
           05  CLE-RECEIVER-ACCT       PIC X(15).
           05  CLE-AMOUNT              PIC 9(08)V99.
           05  CLE-ORIGIN-BANK-ID      PIC X(09).
           05  CLE-ORIGIN-ACCT         PIC X(15).
           05  CLE-TRACE-NUMBER        PIC 9(15).
           05  CLE-INDIVIDUAL-NAME     PIC X(16).
           05  CLE-RETURN-REASON       PIC X(03).
               88  CLE-NOT-RETURNED            VALUE SPACES.
               88  CLE-RETURN-ACCT-CLOSED      VALUE "R02".
               88  CLE-RETURN-NO-ACCOUNT       VALUE "R03".
               88  CLE-RETURN-NOT-POSTABLE     VALUE "R17".

       01  CLEARING-BATCH-TRAILER.
           05  CLT-RECORD-TYPE         PIC X(01).
               88  CLT-IS-BATCH-TRAILER        VALUE "8".
           05  CLT-BATCH-NUMBER        PIC 9(07).
           05  CLT-ENTRY-COUNT         PIC 9(06).
           05  CLT-DEBIT-TOTAL         PIC 9(10)V99.
           05  CLT-CREDIT-TOTAL        PIC 9(10)V99.
           05  FILLER                  PIC X(56).
