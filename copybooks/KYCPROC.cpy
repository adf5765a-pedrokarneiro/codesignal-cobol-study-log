      *****************************************************************
      * KYCPROC.CPY
      * The shared KYC review-cycle paragraph the nightly
      * CustomerRiskReview run and the CustomerMaintenance review
      * screen both PERFORM, so the two can never disagree about when
      * a review falls due: SET-NEXT-REVIEW-DATE moves KYC-BASE-DATE
      * forward by the cycle for CUSTOMER-RISK-RATING (12 months for
      * high, 24 for medium, 36 for low) into
      * CUSTOMER-NEXT-REVIEW-DATE, with the day held at 28 or below
      * so every month of the year can carry it - the same clamp the
      * term-deposit roll uses. COPY alongside KYCWS.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       SET-NEXT-REVIEW-DATE.
           IF CUSTOMER-RISK-HIGH
               MOVE KYC-HIGH-CYCLE-MONTHS TO KYC-CYCLE-MONTHS
           ELSE
               IF CUSTOMER-RISK-MEDIUM
                   MOVE KYC-MEDIUM-CYCLE-MONTHS TO KYC-CYCLE-MONTHS
               ELSE
                   MOVE KYC-LOW-CYCLE-MONTHS TO KYC-CYCLE-MONTHS
               END-IF
           END-IF.
           COMPUTE KYC-MONTHS-TOTAL = KYC-MONTH + KYC-CYCLE-MONTHS - 1.
           DIVIDE KYC-MONTHS-TOTAL BY 12 GIVING KYC-YEARS-ADDED
               REMAINDER KYC-MONTHS-TOTAL.
           ADD KYC-YEARS-ADDED TO KYC-YEAR.
           COMPUTE KYC-MONTH = KYC-MONTHS-TOTAL + 1.
           IF KYC-DAY > 28
               MOVE 28 TO KYC-DAY
           END-IF.
           MOVE KYC-BASE-DATE TO CUSTOMER-NEXT-REVIEW-DATE.
