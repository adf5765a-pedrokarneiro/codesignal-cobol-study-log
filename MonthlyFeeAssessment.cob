      *> 2026-09-03: The relationship load refuses CC8 when the
      *> table overflows instead of silently giving late customers
      *> a zero combined balance.
      *> 2026-10-15: Image-Before-Save widened to the 200-byte
      *> account record (restriction flag and reserve).
      *> 2026-10-15: An account on a DEPPROD deposit product is now
      *> assessed against its product's own fee schedule, under the
      *> version in force on the business date, instead of
      *> FEESCHED; a product with no fees charges none. FEESCHED
      *> still prices accounts on no product and accounts carrying
      *> a pricing exception.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the FEECSV comma-delimited extract for
      *> spreadsheets: a header row and one row per fee charged or
      *> waived.
      *> 2026-10-15: The FEESCHED returned-item and overdraft-sweep
      *> entries are per-event fees and are no longer loaded into
      *> the monthly schedule, so no account is billed them
      *> without the event.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Frpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "FEECSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Img-File-Status.

           SELECT Deposit-Product-File ASSIGN TO "DEPPROD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPR-KEY
               FILE STATUS IS DPP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  Fee-Schedule-File.
           05 Frpt-Combined-Balance PIC S9(11)V99 SIGN IS LEADING
                                     SEPARATE.

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Image-Journal-File.
       COPY IMGJRNL.

       FD  Deposit-Product-File.
       COPY DEPPROD.

       WORKING-STORAGE SECTION.
       COPY LOCKWS.
       COPY DEPPRDWS.

       01 Img-File-Status PIC X(02) VALUE "00".
       01 Image-Before-Save PIC X(200).

       COPY RPTCSVWS.

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".
              10 Tbl-Fee-Threshold      PIC S9(9)V99.
              10 Tbl-Fee-Waiver         PIC S9(9)V99.

      *> The fees one account is assessed against: a copy of the
      *> FEESCHED table, or its product's schedule.
       01 Applied-Fee-Count PIC 9(03) VALUE 0.
       01 Applied-Fee-Sub PIC 9(03).
       01 Applied-Fee-Table.
           05 Applied-Fee-Entry OCCURS 20 TIMES.
              10 Apl-Fee-Type           PIC X(04).
              10 Apl-Fee-Amount         PIC S9(5)V99.
              10 Apl-Fee-Threshold      PIC S9(9)V99.
              10 Apl-Fee-Waiver         PIC S9(9)V99.
       01 Product-Fee-Accounts PIC 9(05) VALUE 0.

       01 Today-Date PIC 9(08).
       01 Accounts-Scanned PIC 9(05) VALUE 0.
       01 Fees-Assessed PIC 9(05) VALUE 0.
       Main-Logic.
           PERFORM Read-Business-Date.
           PERFORM Load-Fee-Schedule-Table.
           MOVE Today-Date TO DPP-AS-OF-DATE.
           PERFORM LOAD-DEPOSIT-PRODUCTS.
           IF DPP-TABLE-OVERFLOWED
               DISPLAY "More than " DPP-MAX-PRODUCTS
                   " deposit products on DEPPROD - refusing rather"
                   " than assessing without their fees."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ACCTMSTR" TO Lock-Master-Wanted.
           MOVE "MonthlyFeeAssessment" TO Lock-Program-Name.
           PERFORM Claim-Master-Lock.
           END-IF.
           OPEN OUTPUT Fee-Transaction-File.
           OPEN OUTPUT Fee-Report-File.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "ACCOUNT," "FEE TYPE," "FEE AMOUNT," "RUN DATE,"
               "STATUS," "COMBINED BALANCE"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Csv-Start.
           DISPLAY "===== Monthly Fee Assessment =====".
           PERFORM Build-Relationship-Table.
           MOVE LOW-VALUES TO Acct-Number.
           PERFORM Release-Master-Lock.
           CLOSE Fee-Transaction-File.
           CLOSE Fee-Report-File.
           PERFORM Report-Csv-End.
           DISPLAY "Accounts scanned: " Accounts-Scanned.
           DISPLAY "Fees assessed: " Fees-Assessed.
           DISPLAY "Fees waived: " Fees-Waived.
           DISPLAY "Accounts on product fee schedules: "
               Product-Fee-Accounts.
           DISPLAY "Total fee amount: " Total-Fees-Assessed.
           DISPLAY "Total waived amount: " Total-Fees-Waived.
           STOP RUN.
               OR Fee-Entry-Count = Max-Fee-Entries.
           CLOSE Fee-Schedule-File.
           IF Fee-Entry-Count = 0
               DISPLAY "Fee-schedule file has no monthly fees."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
                   SET Fee-File-Eof TO TRUE
           END-READ.

      *> The returned-item and sweep fees are charged per event by
      *> the runs that see the event, never monthly.
       Store-Fee-Entry.
           IF NOT Fee-Per-Event
               ADD 1 TO Fee-Entry-Count
               MOVE Fee-Type TO Tbl-Fee-Type(Fee-Entry-Count)
               MOVE Fee-Amount TO Tbl-Fee-Amount(Fee-Entry-Count)
               MOVE Fee-Balance-Threshold
                   TO Tbl-Fee-Threshold(Fee-Entry-Count)
               MOVE Fee-Waiver-Threshold
                   TO Tbl-Fee-Waiver(Fee-Entry-Count)
           END-IF.
           PERFORM Read-Next-Fee-Entry.

       Read-Next-Account.
           MOVE "N" TO Account-Fee-Charged.
           MOVE Acct-Master-Record TO Image-Before-Save.
           IF Acct-Active
               PERFORM Select-Account-Fees
               PERFORM Assess-One-Fee
                   VARYING Applied-Fee-Sub FROM 1 BY 1
                   UNTIL Applied-Fee-Sub > Applied-Fee-Count
           END-IF.
           IF Account-Was-Charged
               REWRITE Acct-Master-Record
           END-IF.
           PERFORM Read-Next-Account.

      *> An account priced by its product takes the product's fees;
      *> any other account, or one whose product is no longer on
      *> file, takes the bank-wide schedule.
       Select-Account-Fees.
           MOVE Fee-Schedule-Table TO Applied-Fee-Table.
           MOVE Fee-Entry-Count TO Applied-Fee-Count.
           IF NOT Acct-No-Product AND NOT Acct-Own-Pricing
               MOVE Acct-Product-Code TO DPP-WANTED-CODE
               PERFORM FIND-DEPOSIT-PRODUCT
               IF DPP-PRODUCT-FOUND
                   MOVE DPP-PRD-FEE-COUNT TO Applied-Fee-Count
                   PERFORM Take-One-Product-Fee
                       VARYING Applied-Fee-Sub FROM 1 BY 1
                       UNTIL Applied-Fee-Sub > Applied-Fee-Count
                   ADD 1 TO Product-Fee-Accounts
               END-IF
           END-IF.

       Take-One-Product-Fee.
           MOVE DPP-PRD-FEE-TYPE(Applied-Fee-Sub)
               TO Apl-Fee-Type(Applied-Fee-Sub).
           MOVE DPP-PRD-FEE-AMOUNT(Applied-Fee-Sub)
               TO Apl-Fee-Amount(Applied-Fee-Sub).
           MOVE DPP-PRD-FEE-THRESHOLD(Applied-Fee-Sub)
               TO Apl-Fee-Threshold(Applied-Fee-Sub).
           MOVE DPP-PRD-FEE-WAIVER(Applied-Fee-Sub)
               TO Apl-Fee-Waiver(Applied-Fee-Sub).

      *> One before/after image per master rewrite, for the
      *> roll-forward companion to MasterRestore.
       Write-Account-Image.
           WRITE Acct-Image-Record.

       Assess-One-Fee.
           IF Acct-Balance < Apl-Fee-Threshold(Applied-Fee-Sub)
               PERFORM Find-Combined-Balance
               IF Apl-Fee-Waiver(Applied-Fee-Sub) NOT = 0
                   AND Combined-Balance
                       >= Apl-Fee-Waiver(Applied-Fee-Sub)
                   PERFORM Write-Waived-Report-Line
                   ADD 1 TO Fees-Waived
                   ADD Apl-Fee-Amount(Applied-Fee-Sub)
                       TO Total-Fees-Waived
               ELSE
                   PERFORM Write-Fee-Transaction
                   PERFORM Write-Fee-Report-Line
                   ADD 1 TO Fees-Assessed
                   ADD Apl-Fee-Amount(Applied-Fee-Sub)
                       TO Total-Fees-Assessed
                   ADD Apl-Fee-Amount(Applied-Fee-Sub)
                       TO Acct-Ytd-Fees-Collected
                   SET Account-Was-Charged TO TRUE
               END-IF
       Write-Fee-Transaction.
           MOVE Acct-Number TO Tran-Acct-Number.
           SET Tran-Is-Debit TO TRUE.
           MOVE Apl-Fee-Amount(Applied-Fee-Sub) TO Tran-Amount.
           MOVE Today-Date TO Tran-Date.
           MOVE SPACES TO Tran-Counterpart-Acct.
           SET Tran-Src-Fee-Batch TO TRUE.

       Write-Fee-Report-Line.
           MOVE Acct-Number TO Frpt-Acct-Number.
           MOVE Apl-Fee-Type(Applied-Fee-Sub) TO Frpt-Fee-Type.
           MOVE Apl-Fee-Amount(Applied-Fee-Sub) TO Frpt-Fee-Amount.
           MOVE Today-Date TO Frpt-Run-Date.
           MOVE "CHARGE" TO Frpt-Status.
           MOVE Combined-Balance TO Frpt-Combined-Balance.
           WRITE Fee-Report-Record.
           IF RPT-CSV-ACTIVE
               PERFORM Report-Csv-Detail
           END-IF.

       Write-Waived-Report-Line.
           MOVE Acct-Number TO Frpt-Acct-Number.
           MOVE Apl-Fee-Type(Applied-Fee-Sub) TO Frpt-Fee-Type.
           MOVE Apl-Fee-Amount(Applied-Fee-Sub) TO Frpt-Fee-Amount.
           MOVE Today-Date TO Frpt-Run-Date.
           MOVE "WAIVED" TO Frpt-Status.
           MOVE Combined-Balance TO Frpt-Combined-Balance.
           WRITE Fee-Report-Record.
           IF RPT-CSV-ACTIVE
               PERFORM Report-Csv-Detail
           END-IF.

      *> Reads the official business date from the RUNCTL
      *> run-control file; a missing or empty run-control file
           END-IF.

       COPY LOCKPROC.

       COPY DEPPRDPR.

       Build-Csv-Row.
           MOVE Frpt-Acct-Number TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Frpt-Fee-Type TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Frpt-Fee-Amount TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Frpt-Run-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Frpt-Status TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Frpt-Combined-Balance TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.

       COPY RPTCSVPR.
