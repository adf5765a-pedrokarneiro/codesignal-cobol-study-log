      *> and a customer lookup.
      *> Maintenance History
      *> 2026-09-02: Initial version.
      *> 2026-10-15: The accounts the customer may sign on without
      *> owning them - the ACCTSIGN power-of-attorney, guardian and
      *> authorized-signer records - are now listed in their own
      *> section after the accounts they own.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Account-Signer-File ASSIGN TO "ACCTSIGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIGNER-KEY
               FILE STATUS IS Sign-File-Status.

           SELECT Name-History-File ASSIGN TO "CUSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hist-File-Status.
       FD  Posted-Journal-File.
       COPY PSTJRNL.

       FD  Account-Signer-File.
       COPY ACCTSIGN.

       FD  Name-History-File.
       COPY CUSTHIST.

          88 Jrnl-File-Ok VALUE "00".
          88 Jrnl-File-Eof VALUE "10".

       01 Sign-File-Status PIC X(02) VALUE "00".
          88 Sign-File-Ok VALUE "00".
          88 Sign-File-Eof VALUE "10".

       01 Hist-File-Status PIC X(02) VALUE "00".
          88 Hist-File-Ok VALUE "00".
          88 Hist-File-Eof VALUE "10".

       01 Relationship-Accounts PIC 9(05) VALUE 0.
       01 History-Entries-Shown PIC 9(05) VALUE 0.
       01 Signing-Accounts PIC 9(05) VALUE 0.

      *> The last ten postings are kept in a ten-slot ring while the
      *> journal is scanned front to back; the ring is then shown
               DISPLAY "  " CUSTOMER-CITY " " CUSTOMER-STATE " "
                   CUSTOMER-ZIP
               DISPLAY "  Phone: " CUSTOMER-PHONE
               DISPLAY "-- Accounts owned:"
               PERFORM Show-Customer-Accounts
               PERFORM Show-Signing-Accounts
               PERFORM Show-Name-History
           END-IF.

           END-IF.
           PERFORM Read-Next-Account.

      *> Accounts the customer may act on without owning them. The
      *> owned-account scan is finished by now, so the account
      *> master is free for a keyed read of each one.
       Show-Signing-Accounts.
           MOVE 0 TO Signing-Accounts.
           OPEN INPUT Account-Signer-File.
           IF Sign-File-Ok
               PERFORM Read-Next-Signer
               PERFORM Show-One-Signer-Entry UNTIL Sign-File-Eof
               CLOSE Account-Signer-File
           END-IF.
           IF Signing-Accounts = 0
               DISPLAY "-- No signing authority on other accounts."
           END-IF.

       Read-Next-Signer.
           READ Account-Signer-File NEXT RECORD
               AT END
                   SET Sign-File-Eof TO TRUE
           END-READ.

       Show-One-Signer-Entry.
           IF Signer-Customer-Id = Entered-Customer-Id
               ADD 1 TO Signing-Accounts
               IF Signing-Accounts = 1
                   DISPLAY "-- Accounts this customer may sign on:"
               END-IF
               DISPLAY "   " Signer-Acct-Number
                   " role " Signer-Role
                   " from " Signer-Effective-Date
                   " to " Signer-Expiry-Date
                   " status " Signer-Status-Flag
               MOVE Signer-Acct-Number TO Acct-Number
               READ Account-Master-File
                   INVALID KEY
                       DISPLAY "     (account no longer on file)"
                   NOT INVALID KEY
                       DISPLAY "     owner " Acct-Customer-Id
                           " balance " Acct-Balance
                           " status " Acct-Status-Flag
                           " branch " Acct-Branch-Code
               END-READ
           END-IF.
           PERFORM Read-Next-Signer.

       Show-Last-Ten-Postings.
           MOVE 0 TO Ring-Stored.
           MOVE 1 TO Ring-Next.
