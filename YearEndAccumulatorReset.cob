      *> 2026-09-03: A second run for an already-completed business
      *> date now ends clean with nothing to do instead of failing,
      *> so a catch-up rerun can step over completed days.
      *> 2026-10-15: Image-Before-Save widened to the 200-byte
      *> account record (restriction flag and reserve).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY LOCKWS.

       01 Img-File-Status PIC X(02) VALUE "00".
       01 Image-Before-Save PIC X(200).
       01 Last-Run-File-Status PIC X(02) VALUE "00".
          88 Last-Run-File-Ok VALUE "00".

