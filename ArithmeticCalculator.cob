      *> 2026-08-09: Overflow and division-by-zero messages now go
      *> through the shared ERRCODES copybook and Display-Error-Message
      *> paragraph, so they carry a visible standard error code.
      *> 2026-10-15: Added the F)inancial quotation mode for branch
      *> staff: a loan's monthly payment with an amortization
      *> summary (one month of the annual rate on the running
      *> balance, as LoanScheduleReport works it), a term deposit
      *> projected to maturity at the RATETIER rate for the amount,
      *> and a day's interest on a balance. Each quote can be
      *> printed to QUOTEPRT under the RUNCTL business date to hand
      *> to the customer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Rate-Tier-File ASSIGN TO "RATETIER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tier-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Quote-Print-File ASSIGN TO "QUOTEPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Quote-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Rate-Tier-File.
       COPY RATETIER.

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Quote-Print-File.
       01 Quote-Print-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01 Value1 PIC 9(3).
       01 Value2 PIC 9(3).
          88 Operation-Multiply VALUE "M" "m".
          88 Operation-Divide VALUE "D" "d".
          88 Operation-Quit VALUE "Q" "q".
          88 Operation-Quote VALUE "F" "f".

       01 Program-Error-Switch PIC X(01) VALUE "N".
          88 Program-Error-Found VALUE "Y".

       01 Tier-File-Status PIC X(02) VALUE "00".
          88 Tier-File-Ok VALUE "00".
          88 Tier-File-Eof VALUE "10".

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Quote-File-Status PIC X(02) VALUE "00".

       01 Quote-Choice PIC X(01).
          88 Quote-Loan VALUE "L" "l".
          88 Quote-Deposit VALUE "T" "t".
          88 Quote-Daily VALUE "I" "i".
          88 Quote-Back VALUE "X" "x".

       01 Print-Choice PIC X(01).
          88 Print-Wanted VALUE "Y" "y".

       01 Business-Date PIC 9(08).
       01 Business-Date-Edit.
           05 Bde-Year           PIC 9(04).
           05 FILLER             PIC X(01) VALUE "-".
           05 Bde-Month          PIC 9(02).
           05 FILLER             PIC X(01) VALUE "-".
           05 Bde-Day            PIC 9(02).

      *> The quote inputs. Rates are annual fractions (0.0650 for
      *> 6.5%), as on the loan master and the RATETIER file.
       01 Quote-Amount PIC 9(9)V99.
       01 Quote-Rate PIC 9(3)V9999.
       01 Quote-Term PIC 9(03).
       01 Quote-Error-Switch PIC X(01) VALUE "N".
          88 Quote-Error VALUE "Y".

       01 Monthly-Rate PIC 9(02)V9(09).
       01 Quote-Payment PIC 9(7)V99.
       01 Payment-Count PIC 9(03).
       01 Running-Balance PIC S9(9)V99.
       01 Interest-Portion PIC S9(7)V99.
       01 Principal-Portion PIC S9(7)V99.
       01 Final-Payment PIC S9(7)V99.
       01 Total-Interest PIC S9(9)V99.
       01 Total-Repaid PIC S9(9)V99.
       01 Schedule-Done PIC X(01) VALUE "N".
          88 Schedule-Is-Done VALUE "Y".

       01 Days-Per-Year PIC 9(03) VALUE 365.
       01 Daily-Interest PIC S9(7)V99.
       01 Month-Number PIC 9(03).

       01 Max-Rate-Tiers PIC 9(02) VALUE 20.
       01 Rate-Tier-Count PIC 9(02) VALUE 0.
       01 Rate-Tier-Table.
           05 Rate-Tier-Entry OCCURS 20 TIMES
              INDEXED BY Rate-Tier-Idx.
              10 Tbl-Balance-Limit  PIC S9(9)V99.
              10 Tbl-Tier-Rate      PIC S9(3)V9999.
       01 Tier-Found-Switch PIC X(01) VALUE "N".
          88 Tier-Is-Found VALUE "Y".

       01 Edit-Amount PIC ZZZ,ZZZ,ZZ9.99.
       01 Edit-Rate PIC Z(08)9.9999.
       01 Edit-Count PIC Z(13)9.

       01 Quote-Detail-Line.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 Qdl-Label          PIC X(32).
           05 Qdl-Value          PIC X(20).
       01 Max-Quote-Lines PIC 9(02) VALUE 15.
       01 Quote-Line-Count PIC 9(02) VALUE 0.
       01 Quote-Line-Sub PIC 9(02).
       01 Quote-Line-Table.
           05 Quote-Line OCCURS 15 TIMES PIC X(80).

       01 Quote-Heading-Line.
           05 FILLER             PIC X(26)
              VALUE "BRANCH QUOTATION          ".
           05 FILLER             PIC X(14) VALUE "BUSINESS DATE ".
           05 Qhl-Date           PIC X(10).
       01 Quote-Title-Line PIC X(80).
       01 Quote-Footer-Line PIC X(80) VALUE
          "Quotation only - rates and terms may change.".
       01 Quotes-Printed PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Run-Calculation UNTIL Operation-Quit.
           PERFORM Display-Menu.
           ACCEPT Operation-Choice.
           IF NOT Operation-Quit
               IF Operation-Quote
                   PERFORM Run-Quotation-Mode
               ELSE
                   PERFORM Accept-Operands
                   PERFORM Dispatch-Operation
               END-IF
           END-IF.

       Display-Menu.
           DISPLAY "===== Arithmetic Calculator =====".
           DISPLAY "A)dd  S)ubtract  M)ultiply  D)ivide"
               "  F)inancial quote  Q)uit".
           DISPLAY "Select an operation: " WITH NO ADVANCING.

       Accept-Operands.

       Display-Error-Message.
           DISPLAY "ERROR " ERR-CODE ": " ERR-MESSAGE.

      *> Quotation mode: quotes until X)back, every one dated with
      *> the RUNCTL business date read on the way in.
       Run-Quotation-Mode.
           PERFORM Read-Business-Date.
           MOVE SPACE TO Quote-Choice.
           PERFORM Run-One-Quote UNTIL Quote-Back.
           IF Quotes-Printed > 0
               DISPLAY "Quotes printed to QUOTEPRT: " Quotes-Printed
           END-IF.

      *> A missing or empty run-control file falls back to the
      *> system date, as the batch programs do.
       Read-Business-Date.
           OPEN INPUT Run-Control-File.
           IF Runctl-File-Ok
               READ Run-Control-File
                   AT END
                       ACCEPT Business-Date FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE Run-Business-Date TO Business-Date
               END-READ
               CLOSE Run-Control-File
           ELSE
               ACCEPT Business-Date FROM DATE YYYYMMDD
           END-IF.
           MOVE Business-Date(1:4) TO Bde-Year.
           MOVE Business-Date(5:2) TO Bde-Month.
           MOVE Business-Date(7:2) TO Bde-Day.

       Run-One-Quote.
           DISPLAY "===== Financial Quotation " Business-Date-Edit
               " =====".
           DISPLAY "L)oan payment  T)erm deposit  I)nterest per day"
               "  X) back".
           DISPLAY "Select a quote: " WITH NO ADVANCING.
           ACCEPT Quote-Choice.
           IF NOT Quote-Back
               MOVE "N" TO Quote-Error-Switch
               MOVE 0 TO Quote-Line-Count
               IF Quote-Loan
                   PERFORM Quote-Loan-Payment
               ELSE
                   IF Quote-Deposit
                       PERFORM Quote-Term-Deposit
                   ELSE
                       IF Quote-Daily
                           PERFORM Quote-Daily-Interest
                       ELSE
                           DISPLAY "Unknown quote: " Quote-Choice
                           SET Quote-Error TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT Quote-Error
                   PERFORM Finish-Quote
               END-IF
           END-IF.

      *> The level monthly payment that clears the principal over
      *> the term, then the schedule run out the LoanScheduleReport
      *> way - a month's interest on the running balance, the rest
      *> to principal, the last payment trimmed - for the summary.
       Quote-Loan-Payment.
           DISPLAY "Enter loan amount: " WITH NO ADVANCING.
           ACCEPT Quote-Amount.
           DISPLAY "Enter annual rate: " WITH NO ADVANCING.
           ACCEPT Quote-Rate.
           DISPLAY "Enter term in months: " WITH NO ADVANCING.
           ACCEPT Quote-Term.
           PERFORM Check-Quote-Inputs.
           IF NOT Quote-Error
               PERFORM Compute-Loan-Payment
           END-IF.
           IF NOT Quote-Error
               PERFORM Summarize-Amortization
           END-IF.
           IF NOT Quote-Error
               MOVE "LOAN PAYMENT QUOTATION" TO Quote-Title-Line
               MOVE "Loan amount" TO Qdl-Label
               MOVE Quote-Amount TO Edit-Amount
               MOVE Edit-Amount TO Qdl-Value
               PERFORM Add-Quote-Line
               PERFORM Add-Rate-Line
               PERFORM Add-Term-Line
               MOVE "Monthly payment" TO Qdl-Label
               MOVE Quote-Payment TO Edit-Amount
               MOVE Edit-Amount TO Qdl-Value
               PERFORM Add-Quote-Line
               MOVE "Number of payments" TO Qdl-Label
               MOVE Payment-Count TO Edit-Count
               MOVE Edit-Count TO Qdl-Value
               PERFORM Add-Quote-Line
               MOVE "Final payment" TO Qdl-Label
               MOVE Final-Payment TO Edit-Amount
               MOVE Edit-Amount TO Qdl-Value
               PERFORM Add-Quote-Line
               MOVE "Total interest" TO Qdl-Label
               MOVE Total-Interest TO Edit-Amount
               MOVE Edit-Amount TO Qdl-Value
               PERFORM Add-Quote-Line
               MOVE "Total repaid" TO Qdl-Label
               MOVE Total-Repaid TO Edit-Amount
               MOVE Edit-Amount TO Qdl-Value
               PERFORM Add-Quote-Line
           END-IF.

       Check-Quote-Inputs.
           PERFORM Check-Quote-Amount.
           IF NOT Quote-Error
               AND Quote-Term = 0
               MOVE 4002 TO ERR-CODE
               MOVE "term must be at least one month"
                   TO ERR-MESSAGE
               PERFORM Display-Error-Message
               SET Quote-Error TO TRUE
           END-IF.

       Check-Quote-Amount.
           IF Quote-Amount = 0
               MOVE 4007 TO ERR-CODE
               MOVE "amount must be greater than zero"
                   TO ERR-MESSAGE
               PERFORM Display-Error-Message
               SET Quote-Error TO TRUE
           END-IF.

      *> payment = P * r / (1 - (1 + r) ** -n), r the monthly
      *> rate; at a zero rate the principal is simply spread over
      *> the term. The payment is taken up to the next cent so the
      *> term is never overrun; the final payment comes in under.
       Compute-Loan-Payment.
           COMPUTE Monthly-Rate = Quote-Rate / 12.
           IF Monthly-Rate = 0
               COMPUTE Quote-Payment =
                   Quote-Amount / Quote-Term + 0.0099999
                   ON SIZE ERROR
                       PERFORM Quote-Overflowed
               END-COMPUTE
           ELSE
               COMPUTE Quote-Payment =
                   Quote-Amount * Monthly-Rate
                   / (1 - (1 + Monthly-Rate) ** (0 - Quote-Term))
                   + 0.0099999
                   ON SIZE ERROR
                       PERFORM Quote-Overflowed
               END-COMPUTE
           END-IF.

       Quote-Overflowed.
           MOVE 4003 TO ERR-CODE.
           MOVE "quote overflowed - check the inputs" TO ERR-MESSAGE.
           PERFORM Display-Error-Message.
           SET Program-Error-Found TO TRUE.
           SET Quote-Error TO TRUE.

       Summarize-Amortization.
           MOVE Quote-Amount TO Running-Balance.
           MOVE 0 TO Payment-Count.
           MOVE 0 TO Total-Interest.
           MOVE 0 TO Total-Repaid.
           MOVE 0 TO Final-Payment.
           MOVE "N" TO Schedule-Done.
           PERFORM Amortize-One-Payment
               UNTIL Schedule-Is-Done.

       Amortize-One-Payment.
           ADD 1 TO Payment-Count.
           COMPUTE Interest-Portion ROUNDED =
               Running-Balance * Quote-Rate / 12.
           IF Quote-Payment <= Interest-Portion
               OR Payment-Count = 999
               MOVE 4002 TO ERR-CODE
               MOVE "payment does not clear the loan"
                   TO ERR-MESSAGE
               PERFORM Display-Error-Message
               SET Quote-Error TO TRUE
               SET Schedule-Is-Done TO TRUE
           ELSE
               COMPUTE Principal-Portion =
                   Quote-Payment - Interest-Portion
               IF Principal-Portion >= Running-Balance
                   MOVE Running-Balance TO Principal-Portion
                   COMPUTE Final-Payment =
                       Interest-Portion + Principal-Portion
                   MOVE 0 TO Running-Balance
                   SET Schedule-Is-Done TO TRUE
               ELSE
                   SUBTRACT Principal-Portion FROM Running-Balance
                   MOVE Quote-Payment TO Final-Payment
               END-IF
               ADD Interest-Portion TO Total-Interest
               ADD Interest-Portion Principal-Portion
                   TO Total-Repaid
           END-IF.

      *> The deposit earns the RATETIER rate for its amount, with a
      *> month's interest added to the balance each month of the
      *> term, as the month-end capitalization posts it.
       Quote-Term-Deposit.
           DISPLAY "Enter deposit amount: " WITH NO ADVANCING.
           ACCEPT Quote-Amount.
           DISPLAY "Enter term in months: " WITH NO ADVANCING.
           ACCEPT Quote-Term.
           PERFORM Check-Quote-Inputs.
           IF NOT Quote-Error
               PERFORM Find-Tier-Rate
           END-IF.
           IF NOT Quote-Error
               MOVE Quote-Amount TO Running-Balance
               PERFORM Capitalize-One-Month
                   VARYING Month-Number FROM 1 BY 1
                   UNTIL Month-Number > Quote-Term
                   OR Quote-Error
           END-IF.
           IF NOT Quote-Error
               COMPUTE Total-Interest =
                   Running-Balance - Quote-Amount
               MOVE "TERM DEPOSIT QUOTATION" TO Quote-Title-Line
               MOVE "Deposit amount" TO Qdl-Label
               MOVE Quote-Amount TO Edit-Amount
               MOVE Edit-Amount TO Qdl-Value
               PERFORM Add-Quote-Line
               PERFORM Add-Rate-Line
               PERFORM Add-Term-Line
               MOVE "Interest to maturity" TO Qdl-Label
               MOVE Total-Interest TO Edit-Amount
               MOVE Edit-Amount TO Qdl-Value
               PERFORM Add-Quote-Line
               MOVE "Value at maturity" TO Qdl-Label
               MOVE Running-Balance TO Edit-Amount
               MOVE Edit-Amount TO Qdl-Value
               PERFORM Add-Quote-Line
           END-IF.

       Capitalize-One-Month.
           COMPUTE Interest-Portion ROUNDED =
               Running-Balance * Quote-Rate / 12
               ON SIZE ERROR
                   PERFORM Quote-Overflowed
           END-COMPUTE.
           IF NOT Quote-Error
               ADD Interest-Portion TO Running-Balance
                   ON SIZE ERROR
                       PERFORM Quote-Overflowed
               END-ADD
           END-IF.

      *> One day's interest on the balance at its RATETIER rate,
      *> over the 365-day year BankInterestAccrual accrues on.
       Quote-Daily-Interest.
           DISPLAY "Enter balance: " WITH NO ADVANCING.
           ACCEPT Quote-Amount.
           PERFORM Check-Quote-Amount.
           IF NOT Quote-Error
               PERFORM Find-Tier-Rate
           END-IF.
           IF NOT Quote-Error
               COMPUTE Daily-Interest ROUNDED =
                   Quote-Amount * Quote-Rate / Days-Per-Year
               MOVE "DAILY INTEREST QUOTATION" TO Quote-Title-Line
               MOVE "Balance" TO Qdl-Label
               MOVE Quote-Amount TO Edit-Amount
               MOVE Edit-Amount TO Qdl-Value
               PERFORM Add-Quote-Line
               PERFORM Add-Rate-Line
               MOVE "Interest per day" TO Qdl-Label
               MOVE Daily-Interest TO Edit-Amount
               MOVE Edit-Amount TO Qdl-Value
               PERFORM Add-Quote-Line
           END-IF.

      *> The rate tiers are read fresh for every quote so a rate
      *> head office has just published is the one quoted. A
      *> balance above every band takes the catch-all top band.
       Find-Tier-Rate.
           PERFORM Load-Rate-Tier-Table.
           IF Rate-Tier-Count = 0
               MOVE 8001 TO ERR-CODE
               MOVE "no RATETIER rates on file to quote"
                   TO ERR-MESSAGE
               PERFORM Display-Error-Message
               SET Quote-Error TO TRUE
           ELSE
               MOVE "N" TO Tier-Found-Switch
               PERFORM Check-One-Rate-Tier
                   VARYING Rate-Tier-Idx FROM 1 BY 1
                   UNTIL Rate-Tier-Idx > Rate-Tier-Count
                   OR Tier-Is-Found
               IF NOT Tier-Is-Found
                   MOVE Tbl-Tier-Rate(Rate-Tier-Count) TO Quote-Rate
               END-IF
           END-IF.

       Check-One-Rate-Tier.
           IF Quote-Amount <= Tbl-Balance-Limit(Rate-Tier-Idx)
               MOVE Tbl-Tier-Rate(Rate-Tier-Idx) TO Quote-Rate
               SET Tier-Is-Found TO TRUE
           END-IF.

       Load-Rate-Tier-Table.
           MOVE 0 TO Rate-Tier-Count.
           OPEN INPUT Rate-Tier-File.
           IF Tier-File-Ok
               PERFORM Read-Next-Rate-Tier
               PERFORM Store-Rate-Tier
                   UNTIL Tier-File-Eof
                   OR Rate-Tier-Count = Max-Rate-Tiers
               CLOSE Rate-Tier-File
           END-IF.

       Read-Next-Rate-Tier.
           READ Rate-Tier-File
               AT END
                   SET Tier-File-Eof TO TRUE
           END-READ.

       Store-Rate-Tier.
           ADD 1 TO Rate-Tier-Count.
           MOVE Tier-Balance-Limit
               TO Tbl-Balance-Limit(Rate-Tier-Count).
           MOVE Tier-Rate TO Tbl-Tier-Rate(Rate-Tier-Count).
           PERFORM Read-Next-Rate-Tier.

       Add-Rate-Line.
           MOVE "Annual rate" TO Qdl-Label.
           MOVE Quote-Rate TO Edit-Rate.
           MOVE Edit-Rate TO Qdl-Value.
           PERFORM Add-Quote-Line.

       Add-Term-Line.
           MOVE "Term in months" TO Qdl-Label.
           MOVE Quote-Term TO Edit-Count.
           MOVE Edit-Count TO Qdl-Value.
           PERFORM Add-Quote-Line.

       Add-Quote-Line.
           IF Quote-Line-Count < Max-Quote-Lines
               ADD 1 TO Quote-Line-Count
               MOVE Quote-Detail-Line
                   TO Quote-Line(Quote-Line-Count)
           END-IF.

       Finish-Quote.
           DISPLAY Quote-Title-Line.
           PERFORM Show-One-Quote-Line
               VARYING Quote-Line-Sub FROM 1 BY 1
               UNTIL Quote-Line-Sub > Quote-Line-Count.
           DISPLAY "Print this quote (Y/N): " WITH NO ADVANCING.
           ACCEPT Print-Choice.
           IF Print-Wanted
               PERFORM Print-Quote
           END-IF.

       Show-One-Quote-Line.
           DISPLAY Quote-Line(Quote-Line-Sub).

      *> Each printed quote is appended to QUOTEPRT under the
      *> business date, ready to hand across the counter.
       Print-Quote.
           OPEN EXTEND Quote-Print-File.
           IF Quote-File-Status = "35"
               CLOSE Quote-Print-File
               OPEN OUTPUT Quote-Print-File
           END-IF.
           MOVE Business-Date-Edit TO Qhl-Date.
           WRITE Quote-Print-Record FROM Quote-Heading-Line.
           WRITE Quote-Print-Record FROM Quote-Title-Line.
           MOVE SPACES TO Quote-Print-Record.
           WRITE Quote-Print-Record.
           PERFORM Print-One-Quote-Line
               VARYING Quote-Line-Sub FROM 1 BY 1
               UNTIL Quote-Line-Sub > Quote-Line-Count.
           MOVE SPACES TO Quote-Print-Record.
           WRITE Quote-Print-Record.
           WRITE Quote-Print-Record FROM Quote-Footer-Line.
           MOVE SPACES TO Quote-Print-Record.
           WRITE Quote-Print-Record.
           CLOSE Quote-Print-File.
           ADD 1 TO Quotes-Printed.

       Print-One-Quote-Line.
           WRITE Quote-Print-Record FROM Quote-Line(Quote-Line-Sub).
