      *> HOLDFILE holds - the full-balance payout would NSF against
      *> the available balance in BankPosting and strand the
      *> account in pending-close with its request consumed.
      *> 2026-10-15: Image-Before-Save widened to the 200-byte
      *> account record (restriction flag and reserve).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY LOCKWS.

       01 Img-File-Status PIC X(02) VALUE "00".
       01 Image-Before-Save PIC X(200).
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

