      *> lock on the shared LOCKCTL file and appends before/after
      *> images to ACCTIMGJ, the same coordination and roll-forward
      *> coverage BankPosting has.
      *> 2026-10-15: Image-Before-Save widened to the 200-byte
      *> account record (restriction flag and reserve).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY LOCKWS.

       01 Img-File-Status PIC X(02) VALUE "00".
       01 Image-Before-Save PIC X(200).
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

