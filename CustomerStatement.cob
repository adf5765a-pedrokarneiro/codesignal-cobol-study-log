      *> 2026-09-03: A joint account between two household members
      *> counts toward the household total only under its primary
      *> holder instead of once per member section.
      *> 2026-10-15: A deceased customer gets no statement of their
      *> own in the cycle runs or as a non-household customer in
      *> the household run; a by-customer request still prints.
      *> The customer save area is widened to the 180-byte
      *> customer record.
      *> 2026-10-15: A foreign-currency account prints its balance
      *> and interest in the account's own currency with the
      *> currency code beside the balance, and the electronic
      *> extract detail carries the code. The household total is a
      *> local-currency figure, foreign balances converted at the
      *> EXCHRATE rate for the statement date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hh-File-Status.

           SELECT Exchange-Rate-File ASSIGN TO "EXCHRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRT-KEY
               FILE STATUS IS FXR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  Account-Master-File.
       FD  Household-File.
       COPY HSHLDREC.

       FD  Exchange-Rate-File.
       COPY EXCHRATE.

       WORKING-STORAGE SECTION.
       01 Hh-File-Status PIC X(02) VALUE "00".
          88 Hh-File-Ok VALUE "00".

       01 Stmt-File-Status PIC X(02) VALUE "00".

       COPY FXRATEWS.

       01 Today-Date PIC 9(08).
       01 Statement-Count PIC 9(05) VALUE 0.
       01 Unmatched-Count PIC 9(05) VALUE 0.
       01 Deceased-Skip-Count PIC 9(05) VALUE 0.
       01 Customer-Acct-Count PIC 9(05) VALUE 0.

       01 Lines-Per-Page PIC 9(03) VALUE 60.
           05 Acct-Line-Number  PIC X(15).
           05 FILLER            PIC X(10) VALUE "  BALANCE ".
           05 Acct-Line-Balance PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 Acct-Line-Currency
                                PIC X(03).

       01 Interest-Line.
           05 FILLER            PIC X(11) VALUE "  INTEREST ".
           05 FILLER            PIC X(02) VALUE SPACES.
           05 Int-Line-Amount   PIC -Z,ZZZ,ZZ9.99.

       01 Customer-Record-Save PIC X(180).
       01 Joint-Holder-Id PIC 9(05).

       01 Joint-Line.
           PERFORM Read-Business-Date.
           PERFORM Read-Selection-Parm.
           PERFORM Load-Statement-Messages.
           MOVE Today-Date TO FXR-AS-OF-DATE.
           PERFORM LOAD-EXCHANGE-RATES.
           OPEN INPUT Customer-Master-File.
           IF Cust-File-Status = "35"
               DISPLAY "No customer-master file to report on."
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM Display-Message-Counts.
           DISPLAY "Deceased customers skipped: " Deceased-Skip-Count.
           DISPLAY "Accounts with no matching customer: "
                   Unmatched-Count.
           IF Unmatched-Count > 0

      *> A customer outside the run selection is skipped without
      *> printing; for a selective run a customer with no selected
      *> accounts is skipped too. A deceased customer gets no
      *> statement in the cycle runs - the estate report goes to
      *> the executor instead - though one can still be printed
      *> on request by customer id.
       Select-Customer-Statement.
           IF CUSTOMER-DECEASED
               ADD 1 TO Deceased-Skip-Count
               PERFORM Read-Next-Customer
           ELSE
               IF Run-Sel-All
                   PERFORM Print-Customer-Statement
               ELSE
                   PERFORM Count-Selected-Accounts
                   IF Selection-Match-Count > 0
                       PERFORM Print-Customer-Statement
                   ELSE
                       PERFORM Read-Next-Customer
                   END-IF
               END-IF
           END-IF.

               IF Household-Mode-Active
                   PERFORM Check-Joint-Double-Count
                   IF NOT Joint-Counted-Elsewhere
                       PERFORM Add-Household-Balance
                   END-IF
               END-IF
               MOVE Acct-Number TO Acct-Line-Number
               MOVE Acct-Balance TO Acct-Line-Balance
               MOVE Acct-Currency-Code TO Acct-Line-Currency
               MOVE Account-Line TO Statement-Work-Line
               PERFORM Write-Statement-Line
               IF Extract-Channel-Active
           END-IF.
           PERFORM Read-Next-Account.

      *> The household total is in local currency; a foreign
      *> balance with no rate on file is added at face.
       Add-Household-Balance.
           MOVE Acct-Currency-Code TO FXR-WANTED-CURRENCY.
           PERFORM FIND-EXCHANGE-RATE.
           MOVE Acct-Balance TO FXR-FOREIGN-AMOUNT.
           IF FXR-RATE-FOUND
               PERFORM CONVERT-TO-LOCAL
           ELSE
               MOVE FXR-FOREIGN-AMOUNT TO FXR-LOCAL-AMOUNT
           END-IF.
           ADD FXR-LOCAL-AMOUNT TO Household-Total.

      *> A joint account between two members of the same household
      *> matches once per member section; its balance counts toward
      *> the household total only under its primary holder, so the
           MOVE "D" TO Xtr-Record-Type.
           MOVE Acct-Number TO Xtr-Acct-Number.
           MOVE Acct-Balance TO Xtr-Balance.
           MOVE Acct-Currency-Code TO Xtr-Currency-Code.
           WRITE Xtr-Detail-Record.

       Write-Extract-Interest.
           IF Customer-Is-Householded
               PERFORM Read-Next-Customer
           ELSE
               IF CUSTOMER-DECEASED
                   ADD 1 TO Deceased-Skip-Count
                   PERFORM Read-Next-Customer
               ELSE
                   PERFORM Print-Customer-Statement
               END-IF
           END-IF.

       Check-Customer-Householded.
           MOVE 0 TO Alert-Ack-Date.
           WRITE Operator-Alert-Record.
           CLOSE Alert-File.

       COPY FXRATEPR.
