      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-09-02 PDK  Initial version.
      * 2026-10-15 PDK  Added the "GARN" source: garnishment and levy
      *                 seizure debits (PSTJRNL source "G"), booked
      *                 from customer deposits to the garnishment
      *                 suspense account instead of with "PSTD".
      * 2026-10-15 PDK  Added the loan sources from LOANJRNL: "LNIN"
      *                 and "LNPR" (the interest and principal legs
      *                 of a scheduled payment), "LNLC" (late
      *                 charges assessed), "LPOI", "LPOP" and "LPOL"
      *                 (the interest, principal and late-charge legs
      *                 of a payoff) and "LNSU" (any part of a loan
      *                 payment left unapplied, to loan suspense).
      * 2026-10-15 PDK  Added the inventory sources from INVJRNL,
      *                 each valued at PROD-AVG-COST: "INRC"
      *                 (receipts, debit inventory), "INCS" (shipments
      *                 and backorder issues less restocked returns,
      *                 debit cost of goods sold), "INSH" (shrinkage
      *                 and scrapped returns), "INCC" (cycle-count
      *                 and correction adjustments), "INTO" and
      *                 "INTI" (transfers shipped into and landed out
      *                 of transit) and "INAJ" (kit assembly and any
      *                 other movement). Every source but "INRC" and
      *                 "INTI" credits inventory. A day whose movement
      *                 runs the other way books the two accounts the
      *                 other way round.
      * 2026-10-15 PDK  "FEEA" also takes the per-event fees: the
      *                 returned-item and overdraft-sweep fee debits
      *                 journaled with JRNL-EVENT-FEE-STAMP, which
      *                 no longer go to "PSTD".
      *****************************************************************
       01  GL-CHART-RECORD.
           05  GLC-SOURCE-CODE         PIC X(04).
               88  GLC-SOURCE-POSTED-CREDIT    VALUE "PSTC".
               88  GLC-SOURCE-INTEREST         VALUE "INTA".
               88  GLC-SOURCE-FEES             VALUE "FEEA".
               88  GLC-SOURCE-GARNISHMENT      VALUE "GARN".
               88  GLC-SOURCE-LOAN-INTEREST    VALUE "LNIN".
               88  GLC-SOURCE-LOAN-PRINCIPAL   VALUE "LNPR".
               88  GLC-SOURCE-LOAN-LATE-CHARGE VALUE "LNLC".
               88  GLC-SOURCE-PAYOFF-INTEREST  VALUE "LPOI".
               88  GLC-SOURCE-PAYOFF-PRINCIPAL VALUE "LPOP".
               88  GLC-SOURCE-PAYOFF-LATE-CHG  VALUE "LPOL".
               88  GLC-SOURCE-LOAN-SUSPENSE    VALUE "LNSU".
               88  GLC-SOURCE-INV-RECEIPTS     VALUE "INRC".
               88  GLC-SOURCE-INV-COST-OF-SALES
                                               VALUE "INCS".
               88  GLC-SOURCE-INV-SHRINKAGE    VALUE "INSH".
               88  GLC-SOURCE-INV-COUNT-ADJUST VALUE "INCC".
               88  GLC-SOURCE-INV-TRANSIT-OUT  VALUE "INTO".
               88  GLC-SOURCE-INV-TRANSIT-IN   VALUE "INTI".
               88  GLC-SOURCE-INV-OTHER-ADJUST VALUE "INAJ".
           05  GLC-DEBIT-GL-ACCOUNT    PIC 9(08).
           05  GLC-CREDIT-GL-ACCOUNT   PIC 9(08).
