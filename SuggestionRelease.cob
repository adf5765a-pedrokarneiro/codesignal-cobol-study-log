      *> has a real cost to work from; the suggestion file is
      *> consumed once processed, so a rerun cannot open every
      *> order a second time.
      *> 2026-10-15: The order line now carries the suggestion's
      *> vendor, for the vendor-invoice match.
      *> 2026-10-15: The order line is now dated, with the vendor's
      *> promised arrival (the suggestion's need date), and a held
      *> suggestion carries its need date to the approval.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE Suggestion-Eaches TO Po-Qty-Ordered.
           MOVE 0 TO Po-Qty-Received.
           MOVE Pos-Unit-Cost TO Po-Unit-Cost.
           MOVE Pos-Vendor-Id TO Po-Vendor-Id.
           MOVE 0 TO Po-Qty-Invoiced.
           MOVE Today-Date TO Po-Order-Date.
           MOVE Pos-Need-Date TO Po-Promised-Date.
           SET Po-Line-Open TO TRUE.
           WRITE Purchase-Order-Record
               INVALID KEY
               MOVE 0 TO Pnd-Value
           END-IF.
           MOVE Today-Date TO Pnd-Entered-Date.
           MOVE Pos-Need-Date TO Pnd-Need-Date.
           SET Pnd-Pending TO TRUE.
           WRITE Pending-Approval-Record.
           ADD 1 TO Held-For-Approval.
