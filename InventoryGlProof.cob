       IDENTIFICATION DIVISION.
       PROGRAM-ID. InventoryGlProof.
      *> InventoryGlProof is the month-end proof that the inventory
      *> the general ledger carries is the inventory on hand. The
      *> GeneralLedgerExtract books every day's INVJRNL stock
      *> movements, valued at average cost, to the inventory
      *> accounts; this step adds up the GLBALMST balances of the
      *> inventory control accounts named "I" on the GLRECON
      *> parameter file and sets them against the StockValuation
      *> value at cost - PROD-AVG-COST times PROD-QUANTITY for every
      *> product on PRODMSTR, figured exactly as that report figures
      *> it. The INVPROOF report lists each control account, the two
      *> totals and the difference; a difference beyond the
      *> tolerance on the first "I" line raises an operator warning
      *> on ALERTFIL, as GeneralLedgerBalance does for the deposit
      *> and loan subledgers. When the RPTPARM report options ask
      *> for it, the report also writes the INVPCSV comma-delimited
      *> extract: one row per control account. The run is logged to
      *> JOBLOG.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Gl-Recon-Parm-File ASSIGN TO "GLRECON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Glr-File-Status.

           SELECT Gl-Balance-File ASSIGN TO "GLBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-GL-ACCOUNT
               FILE STATUS IS Glb-File-Status.

           SELECT Product-Master-File ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS Prod-File-Status.

           SELECT Report-Print-File ASSIGN TO "INVPROOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "INVPCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Alert-File ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Gl-Recon-Parm-File.
       COPY GLRECON.

       FD  Gl-Balance-File.
       COPY GLBAL.

       FD  Product-Master-File.
       COPY PRODMST.

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Job-Log-File.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Glr-File-Status PIC X(02) VALUE "00".
          88 Glr-File-Ok VALUE "00".
          88 Glr-File-Eof VALUE "10".

       01 Glb-File-Status PIC X(02) VALUE "00".
          88 Glb-File-Ok VALUE "00".
       01 Gl-Balance-Switch PIC X(01) VALUE "N".
          88 Gl-Balances-On-File VALUE "Y".

       01 Prod-File-Status PIC X(02) VALUE "00".
          88 Prod-File-Ok VALUE "00".
          88 Prod-File-Eof VALUE "10".

       01 Rpt-File-Status PIC X(02) VALUE "00".
       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).

       01 Recon-Lines-Read PIC 9(05) VALUE 0.
       01 Control-Accounts PIC 9(03) VALUE 0.
       01 Proof-Tolerance PIC S9(7)V99 VALUE 0.
       01 Account-Balance PIC S9(13)V99.
       01 Gl-Inventory-Total PIC S9(13)V99 VALUE 0.

      *> The stock side is figured as StockValuation figures it:
      *> each named product's cost value in a whole field, then
      *> added up.
       01 Products-Valued PIC 9(05) VALUE 0.
       01 Extended-Cost PIC 9(12)V99.
       01 Stock-Cost-Total PIC 9(13)V99 VALUE 0.

       01 Proof-Difference PIC S9(13)V99 VALUE 0.
       01 Absolute-Difference PIC S9(13)V99.

       01 Account-Heading-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "GL ACCOUNT".
           05 FILLER               PIC X(20)
               VALUE "     BALANCE AT COST".

       01 Account-Detail-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Adl-Gl-Account       PIC 9(08).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Adl-Balance          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 Proof-Total-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Ptl-Label            PIC X(32).
           05 Ptl-Amount           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ptl-Result           PIC X(12).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           OPEN OUTPUT Report-Print-File.
           MOVE "INVENTORY GL PROOF TO STOCK VALUATION" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "GL ACCOUNT," "BALANCE"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           OPEN INPUT Gl-Recon-Parm-File.
           IF Glr-File-Ok
               OPEN INPUT Gl-Balance-File
               IF Glb-File-Ok
                   SET Gl-Balances-On-File TO TRUE
               END-IF
               MOVE Account-Heading-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
               PERFORM Read-Next-Recon-Parm
               PERFORM Total-One-Control-Account UNTIL Glr-File-Eof
               CLOSE Gl-Recon-Parm-File
               IF Gl-Balances-On-File
                   CLOSE Gl-Balance-File
               END-IF
           END-IF.
           IF Control-Accounts = 0
               MOVE "    No GLRECON inventory control accounts"
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
               MOVE "    defined - no inventory proof performed."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           ELSE
               PERFORM Total-Stock-Valuation
               PERFORM Print-Proof
           END-IF.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           DISPLAY "Inventory control accounts: " Control-Accounts.
           DISPLAY "Inventory GL balance:   " Gl-Inventory-Total.
           DISPLAY "Stock valuation at cost: " Stock-Cost-Total.
           DISPLAY "Difference:              " Proof-Difference.
           PERFORM Write-Job-Log.
           STOP RUN.

       Read-Next-Recon-Parm.
           READ Gl-Recon-Parm-File
               AT END
                   SET Glr-File-Eof TO TRUE
           END-READ.

      *> Inventory is a debit balance on the ledger, so the control
      *> account balances are added as they stand. An account never
      *> posted counts as zero.
       Total-One-Control-Account.
           ADD 1 TO Recon-Lines-Read.
           IF Glr-Inventory-Subledger
               IF Control-Accounts = 0
                   MOVE Glr-Tolerance TO Proof-Tolerance
               END-IF
               ADD 1 TO Control-Accounts
               MOVE 0 TO Account-Balance
               IF Gl-Balances-On-File
                   MOVE Glr-Gl-Account TO Glb-Gl-Account
                   READ Gl-Balance-File
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Glb-Balance TO Account-Balance
                   END-READ
               END-IF
               ADD Account-Balance TO Gl-Inventory-Total
               MOVE Glr-Gl-Account TO Adl-Gl-Account
               MOVE Account-Balance TO Adl-Balance
               MOVE Account-Detail-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Detail
           END-IF.
           PERFORM Read-Next-Recon-Parm.

       Total-Stock-Valuation.
           OPEN INPUT Product-Master-File.
           IF Prod-File-Status = "35"
               DISPLAY "No product master file - stock valued at"
                   " zero."
           ELSE
               PERFORM Read-Next-Product
               PERFORM Value-One-Product UNTIL Prod-File-Eof
               CLOSE Product-Master-File
           END-IF.

       Read-Next-Product.
           READ Product-Master-File NEXT RECORD
               AT END
                   SET Prod-File-Eof TO TRUE
           END-READ.

       Value-One-Product.
           IF Prod-Name NOT = SPACES
               COMPUTE Extended-Cost =
                   Prod-Avg-Cost * Prod-Quantity
               ADD Extended-Cost TO Stock-Cost-Total
               ADD 1 TO Products-Valued
           END-IF.
           PERFORM Read-Next-Product.

       Print-Proof.
           COMPUTE Proof-Difference =
               Gl-Inventory-Total - Stock-Cost-Total.
           MOVE Proof-Difference TO Absolute-Difference.
           IF Absolute-Difference < 0
               COMPUTE Absolute-Difference = 0 - Absolute-Difference
           END-IF.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Ptl-Result.
           MOVE "INVENTORY GL BALANCE" TO Ptl-Label.
           MOVE Gl-Inventory-Total TO Ptl-Amount.
           MOVE Proof-Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "STOCK VALUATION AT COST" TO Ptl-Label.
           MOVE Stock-Cost-Total TO Ptl-Amount.
           MOVE Proof-Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "DIFFERENCE" TO Ptl-Label.
           MOVE Proof-Difference TO Ptl-Amount.
           IF Absolute-Difference > Proof-Tolerance
               MOVE "OUT OF TOL" TO Ptl-Result
               PERFORM Raise-Proof-Alert
           ELSE
               MOVE "AGREES" TO Ptl-Result
           END-IF.
           MOVE Proof-Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Ptl-Result.
           MOVE "TOLERANCE" TO Ptl-Label.
           MOVE Proof-Tolerance TO Ptl-Amount.
           MOVE Proof-Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Raise-Proof-Alert.
           MOVE 9001 TO Alert-Err-Code.
           MOVE "INVENTORY GL control differs from stock"
               TO Alert-Text.
           SET Alert-Warning TO TRUE.
           PERFORM Write-Operator-Alert.
           DISPLAY "  INVENTORY GL " Gl-Inventory-Total
               " stock valuation " Stock-Cost-Total.

      *> Reads the official business date from the RUNCTL
      *> run-control file; a missing or empty run-control file
      *> falls back to the system date so a standalone run still
      *> works.
       Read-Business-Date.
           OPEN INPUT Run-Control-File.
           IF Runctl-File-Ok
               READ Run-Control-File
                   AT END
                       ACCEPT Today-Date FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE Run-Business-Date TO Today-Date
               END-READ
               CLOSE Run-Control-File
           ELSE
               ACCEPT Today-Date FROM DATE YYYYMMDD
           END-IF.

       Write-Job-Log.
           MOVE "InventoryGlProof" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Products-Valued TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Write-Operator-Alert.
           MOVE "InventoryGlProof" TO Alert-Program-Id.
           MOVE Today-Date TO Alert-Business-Date.
           OPEN EXTEND Alert-File.
           IF Alert-File-Status = "35"
               CLOSE Alert-File
               OPEN OUTPUT Alert-File
           END-IF.
           MOVE "N" TO Alert-Ack-Flag.
           MOVE SPACES TO Alert-Ack-User.
           MOVE 0 TO Alert-Ack-Date.
           WRITE Operator-Alert-Record.
           CLOSE Alert-File.

       Build-Csv-Row.
           MOVE Glr-Gl-Account TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Account-Balance TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
