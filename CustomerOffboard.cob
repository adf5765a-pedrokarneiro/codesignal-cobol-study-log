      *> 2026-09-03: The offboard now claims the CUSTMSTR entry on
      *> the shared LOCKCTL lock-control file for its delete pass,
      *> in step with the rest of the suite.
      *> 2026-10-15: Arch-Customer-Data widened to the 180-byte
      *> customer record.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       FD  Customer-Archive-File.
       01 Customer-Archive-Record.
           05 Arch-Customer-Data    PIC X(180).
           05 Arch-Offboard-Date    PIC 9(08).

       FD  Run-Control-File.
