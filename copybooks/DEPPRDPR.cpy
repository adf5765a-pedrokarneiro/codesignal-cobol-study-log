      *****************************************************************
      * DEPPRDPR.CPY
      * The shared deposit-product paragraphs the pricing batches and
      * the account-opening programs PERFORM so every one of them
      * reads a product's terms the same way. COPY alongside
      * DEPPRDWS at the end of the PROCEDURE DIVISION.
      * LOAD-DEPOSIT-PRODUCTS reads DEPPROD in key order (product,
      * then effective date) and keeps each product's last version
      * dated on or before DPP-AS-OF-DATE; no product file means no
      * products, and every account keeps its own terms. More
      * products than the table holds sets DPP-TABLE-OVERFLOWED for
      * the host to refuse the run.
      * FIND-PRODUCT-TIER-RATE walks the found product's tiers in
      * ascending order; a balance above every limit takes the last
      * tier, and a product with no tiers finds no rate.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       LOAD-DEPOSIT-PRODUCTS.
           MOVE 0 TO DPP-PRODUCT-COUNT.
           MOVE "N" TO DPP-TABLE-SWITCH.
           OPEN INPUT DEPOSIT-PRODUCT-FILE.
           IF DPP-FILE-OK
               MOVE LOW-VALUES TO DPR-KEY
               START DEPOSIT-PRODUCT-FILE KEY IS GREATER THAN DPR-KEY
                   INVALID KEY
                       SET DPP-FILE-EOF TO TRUE
               END-START
               IF DPP-FILE-OK
                   PERFORM READ-NEXT-DEPOSIT-PRODUCT
               END-IF
               PERFORM STORE-ONE-DEPOSIT-PRODUCT UNTIL DPP-FILE-EOF
               CLOSE DEPOSIT-PRODUCT-FILE
           END-IF.

       READ-NEXT-DEPOSIT-PRODUCT.
           READ DEPOSIT-PRODUCT-FILE NEXT RECORD
               AT END
                   SET DPP-FILE-EOF TO TRUE
           END-READ.

      *> Versions arrive in date order within a product, so a later
      *> version on or before the as-of date replaces an earlier one.
       STORE-ONE-DEPOSIT-PRODUCT.
           IF DPR-EFFECTIVE-DATE <= DPP-AS-OF-DATE
               IF DPP-PRODUCT-COUNT > 0
                   AND DPP-TBL-CODE(DPP-PRODUCT-COUNT)
                       = DPR-PRODUCT-CODE
                   MOVE DPR-EFFECTIVE-DATE
                       TO DPP-TBL-EFFECTIVE(DPP-PRODUCT-COUNT)
                   MOVE DPR-TERMS
                       TO DPP-TBL-TERMS(DPP-PRODUCT-COUNT)
               ELSE
                   IF DPP-PRODUCT-COUNT = DPP-MAX-PRODUCTS
                       SET DPP-TABLE-OVERFLOWED TO TRUE
                   ELSE
                       ADD 1 TO DPP-PRODUCT-COUNT
                       MOVE DPR-PRODUCT-CODE
                           TO DPP-TBL-CODE(DPP-PRODUCT-COUNT)
                       MOVE DPR-EFFECTIVE-DATE
                           TO DPP-TBL-EFFECTIVE(DPP-PRODUCT-COUNT)
                       MOVE DPR-TERMS
                           TO DPP-TBL-TERMS(DPP-PRODUCT-COUNT)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-DEPOSIT-PRODUCT.

       FIND-DEPOSIT-PRODUCT.
           MOVE "N" TO DPP-FOUND-SWITCH.
           MOVE 0 TO DPP-FOUND-EFFECTIVE.
           MOVE 0 TO DPP-PRD-EFFECTIVE-OD-LIMIT.
           IF DPP-WANTED-CODE NOT = SPACES
               PERFORM FIND-ONE-DEPOSIT-PRODUCT
                   VARYING DPP-SUB FROM 1 BY 1
                   UNTIL DPP-SUB > DPP-PRODUCT-COUNT
                   OR DPP-PRODUCT-FOUND
           END-IF.

       FIND-ONE-DEPOSIT-PRODUCT.
           IF DPP-TBL-CODE(DPP-SUB) = DPP-WANTED-CODE
               MOVE DPP-TBL-EFFECTIVE(DPP-SUB) TO DPP-FOUND-EFFECTIVE
               MOVE DPP-TBL-TERMS(DPP-SUB) TO DPP-PRODUCT-TERMS
               IF DPP-PRD-OD-ALLOWED
                   MOVE DPP-PRD-OD-LIMIT TO DPP-PRD-EFFECTIVE-OD-LIMIT
               END-IF
               SET DPP-PRODUCT-FOUND TO TRUE
           END-IF.

       FIND-PRODUCT-TIER-RATE.
           MOVE "N" TO DPP-RATE-SWITCH.
           MOVE 0 TO DPP-TIER-RATE-FOUND.
           IF DPP-PRD-TIER-COUNT > 0
               PERFORM CHECK-ONE-PRODUCT-TIER
                   VARYING DPP-TIER-SUB FROM 1 BY 1
                   UNTIL DPP-TIER-SUB > DPP-PRD-TIER-COUNT
                   OR DPP-TIER-RATE-IS-FOUND
               IF NOT DPP-TIER-RATE-IS-FOUND
                   MOVE DPP-PRD-TIER-RATE(DPP-PRD-TIER-COUNT)
                       TO DPP-TIER-RATE-FOUND
                   SET DPP-TIER-RATE-IS-FOUND TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-PRODUCT-TIER.
           IF DPP-RATE-BALANCE <= DPP-PRD-TIER-LIMIT(DPP-TIER-SUB)
               MOVE DPP-PRD-TIER-RATE(DPP-TIER-SUB)
                   TO DPP-TIER-RATE-FOUND
               SET DPP-TIER-RATE-IS-FOUND TO TRUE
           END-IF.
