      *****************************************************************
      * FXRATEPR.CPY
      * The shared exchange-rate paragraphs BankPosting, the general
      * ledger, statement and revaluation programs PERFORM so every
      * one of them converts at the same rate. COPY alongside
      * FXRATEWS at the end of the PROCEDURE DIVISION.
      * LOAD-EXCHANGE-RATES reads EXCHRATE in key order (currency,
      * then date) and keeps each currency's last rate dated on or
      * before FXR-AS-OF-DATE; no rate file means local currency
      * only. More currencies than the table holds sets
      * FXR-TABLE-OVERFLOWED for the host to refuse the run.
      * FIND-EXCHANGE-RATE answers a rate of one for local currency
      * (spaces).
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       LOAD-EXCHANGE-RATES.
           MOVE 0 TO FXR-CURRENCY-COUNT.
           MOVE "N" TO FXR-TABLE-SWITCH.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF FXR-FILE-OK
               MOVE LOW-VALUES TO XRT-KEY
               START EXCHANGE-RATE-FILE KEY IS GREATER THAN XRT-KEY
                   INVALID KEY
                       SET FXR-FILE-EOF TO TRUE
               END-START
               IF FXR-FILE-OK
                   PERFORM READ-NEXT-EXCHANGE-RATE
               END-IF
               PERFORM STORE-ONE-EXCHANGE-RATE UNTIL FXR-FILE-EOF
               CLOSE EXCHANGE-RATE-FILE
           END-IF.

       READ-NEXT-EXCHANGE-RATE.
           READ EXCHANGE-RATE-FILE NEXT RECORD
               AT END
                   SET FXR-FILE-EOF TO TRUE
           END-READ.

      *> Rates arrive in date order within a currency, so a later
      *> rate on or before the as-of date replaces an earlier one.
       STORE-ONE-EXCHANGE-RATE.
           IF XRT-RATE-DATE <= FXR-AS-OF-DATE
               IF FXR-CURRENCY-COUNT > 0
                   AND FXR-TBL-CURRENCY(FXR-CURRENCY-COUNT)
                       = XRT-CURRENCY-CODE
                   MOVE XRT-LOCAL-PER-UNIT
                       TO FXR-TBL-RATE(FXR-CURRENCY-COUNT)
                   MOVE XRT-RATE-DATE
                       TO FXR-TBL-RATE-DATE(FXR-CURRENCY-COUNT)
               ELSE
                   IF FXR-CURRENCY-COUNT = FXR-MAX-CURRENCIES
                       SET FXR-TABLE-OVERFLOWED TO TRUE
                   ELSE
                       ADD 1 TO FXR-CURRENCY-COUNT
                       MOVE XRT-CURRENCY-CODE
                           TO FXR-TBL-CURRENCY(FXR-CURRENCY-COUNT)
                       MOVE XRT-LOCAL-PER-UNIT
                           TO FXR-TBL-RATE(FXR-CURRENCY-COUNT)
                       MOVE XRT-RATE-DATE
                           TO FXR-TBL-RATE-DATE(FXR-CURRENCY-COUNT)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-EXCHANGE-RATE.

       FIND-EXCHANGE-RATE.
           MOVE "N" TO FXR-FOUND-SWITCH.
           MOVE 0 TO FXR-FOUND-RATE.
           MOVE 0 TO FXR-FOUND-DATE.
           IF FXR-WANTED-CURRENCY = SPACES
               MOVE 1 TO FXR-FOUND-RATE
               MOVE FXR-AS-OF-DATE TO FXR-FOUND-DATE
               SET FXR-RATE-FOUND TO TRUE
           ELSE
               PERFORM FIND-ONE-EXCHANGE-RATE
                   VARYING FXR-SUB FROM 1 BY 1
                   UNTIL FXR-SUB > FXR-CURRENCY-COUNT
                   OR FXR-RATE-FOUND
           END-IF.

       FIND-ONE-EXCHANGE-RATE.
           IF FXR-TBL-CURRENCY(FXR-SUB) = FXR-WANTED-CURRENCY
               MOVE FXR-TBL-RATE(FXR-SUB) TO FXR-FOUND-RATE
               MOVE FXR-TBL-RATE-DATE(FXR-SUB) TO FXR-FOUND-DATE
               SET FXR-RATE-FOUND TO TRUE
           END-IF.

       CONVERT-TO-LOCAL.
           COMPUTE FXR-LOCAL-AMOUNT ROUNDED =
               FXR-FOREIGN-AMOUNT * FXR-FOUND-RATE.
