      *> unconditional nightly run cannot re-place every hold (or
      *> re-fire a stale release against a later hold of the same
      *> amount) a second night.
      *> 2026-10-15: The HOLDTRAN layout now comes from the shared
      *> HOLDTRN copybook, since ReturnedItemProcessing writes
      *> release and re-place transactions into the same file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  Hold-Tran-File.
       COPY HOLDTRN.

       FD  Holds-File.
       COPY HOLDREC.
