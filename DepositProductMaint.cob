       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositProductMaint.
      *> DepositProductMaint is head office's menu for the DEPPROD
      *> deposit-product master, built on the same menu shape
      *> FxRateMaintenance uses for EXCHRATE. A product is kept as a
      *> series of dated versions: each version carries the full
      *> terms - name, balance-tier rate table, fee schedule,
      *> overdraft allowance and default statement cycle - and takes
      *> effect on its date, so a change is keyed ahead as a new
      *> version and DepositProductChg lists every account it will
      *> touch until the day it arrives. A version may not be dated
      *> before the business date, since the pricing batches have
      *> already run those days on the terms then in force; a
      *> pending version can be replaced or withdrawn, but one in
      *> force is only ever superseded. Every change is audited to
      *> MNTAUDIT.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: Sign-on attempts are now written to the SECLOG
      *> security event log under this program's name.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Deposit-Product-File ASSIGN TO "DEPPROD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPR-KEY
               FILE STATUS IS Dpr-File-Status.

           SELECT Operator-Master-File ASSIGN TO "OPRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-USER-ID
               FILE STATUS IS Opr-File-Status.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Alert-File ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alert-File-Status.

           SELECT Security-Log-File ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sec-Log-File-Status.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  Deposit-Product-File.
       COPY DEPPROD.

       FD  Operator-Master-File.
       COPY OPRMSTR.

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  Alert-File.
       COPY ALERTREC.

       FD  Security-Log-File.
       COPY SECLOG.

       FD  MAINT-AUDIT-FILE.
       COPY MNTAUDIT.

       WORKING-STORAGE SECTION.
       COPY MAUDWS.

      *> DPP-PRODUCT-TERMS holds the version being replaced (or the
      *> one found on inquiry) in the DPR-TERMS shape.
       COPY DEPPRDWS.

       01 Alert-File-Status PIC X(02) VALUE "00".

       COPY SIGNONWS.

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Dpr-File-Status PIC X(02) VALUE "00".
          88 Dpr-File-Ok VALUE "00".
          88 Dpr-File-Eof VALUE "10".

       01 Menu-Choice PIC X(01).
          88 Menu-Key-Version VALUE "K" "k".
          88 Menu-Inquire VALUE "I" "i".
          88 Menu-List VALUE "L" "l".
          88 Menu-Withdraw VALUE "W" "w".
          88 Menu-Quit VALUE "Q" "q".

       01 Today-Date PIC 9(08).
       01 Entered-Product PIC X(04).
       01 Entered-Effective-Date PIC 9(08).
       01 Entered-Yes-No PIC X(01).
          88 Entered-Yes VALUE "Y" "y".

       01 Version-Exists-Switch PIC X(01) VALUE "N".
          88 Version-Exists VALUE "Y".
       01 Terms-Valid-Switch PIC X(01) VALUE "Y".
          88 Terms-Are-Valid VALUE "Y".
       01 Found-Pending-Date PIC 9(08).

       01 Tier-Sub PIC 9(01).
       01 Fee-Sub PIC 9(01).
       01 Audit-Sub-Edit PIC 9(01).
       01 Versions-Listed PIC 9(05) VALUE 0.

       01 Amount-Edit PIC -(8)9.99.
       01 Second-Amount-Edit PIC -(8)9.99.
       01 Rate-Edit PIC -ZZ9.9999.

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE "B" TO Signon-Function-Letter.
           MOVE "DepositProductMaint" TO Signon-Program-Id.
           MOVE "DepositProductMaint" TO Maud-Program-Name.
           PERFORM Operator-Sign-On.
           PERFORM Read-Business-Date.
           PERFORM Open-Product-File.
           PERFORM Run-Menu UNTIL Menu-Quit.
           CLOSE Deposit-Product-File.
           DISPLAY "Goodbye.".
           STOP RUN.

       Open-Product-File.
           OPEN I-O Deposit-Product-File.
           IF Dpr-File-Status = "35"
               OPEN OUTPUT Deposit-Product-File
               CLOSE Deposit-Product-File
               OPEN I-O Deposit-Product-File
           END-IF.

       Run-Menu.
           PERFORM Display-Menu.
           ACCEPT Menu-Choice.
           IF NOT Menu-Quit
               PERFORM Dispatch-Menu-Choice
           END-IF.

       Display-Menu.
           DISPLAY "===== Deposit Product Maintenance =====".
           DISPLAY "K)ey version  I)nquire  L)ist  W)ithdraw  Q)uit".
           DISPLAY "Select an option: " WITH NO ADVANCING.

       Dispatch-Menu-Choice.
           IF Menu-Key-Version
               IF Signon-Can-Update
                   PERFORM Key-Product-Version
               ELSE
                   PERFORM Signon-Authority-Refused
               END-IF
           ELSE
               IF Menu-Inquire
                   PERFORM Inquire-Product
               ELSE
                   IF Menu-List
                       PERFORM List-Product-Versions
                   ELSE
                       IF Menu-Withdraw
                           IF Signon-Can-Update
                               PERFORM Withdraw-Pending-Version
                           ELSE
                               PERFORM Signon-Authority-Refused
                           END-IF
                       ELSE
                           DISPLAY "Unknown option: " Menu-Choice
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Accept-Product-Code.
           DISPLAY "Enter product code: " WITH NO ADVANCING.
           ACCEPT Entered-Product.
           IF Entered-Product = SPACES
               DISPLAY "A product code is required."
           END-IF.

       Accept-Effective-Date.
           DISPLAY "Enter effective date (0 = " Today-Date "): "
               WITH NO ADVANCING.
           ACCEPT Entered-Effective-Date.
           IF Entered-Effective-Date = 0
               MOVE Today-Date TO Entered-Effective-Date
           END-IF.

      *> Keying a product and date already on file replaces that
      *> version's terms, each changed term audited old to new.
       Key-Product-Version.
           PERFORM Accept-Product-Code.
           IF Entered-Product NOT = SPACES
               PERFORM Accept-Effective-Date
               IF Entered-Effective-Date < Today-Date
                   DISPLAY "A version cannot take effect before "
                       Today-Date " - those days are already priced."
               ELSE
                   PERFORM Read-Version-For-Update
                   PERFORM Accept-Product-Terms
                   IF Terms-Are-Valid
                       PERFORM Store-Product-Version
                   ELSE
                       DISPLAY "Version not stored - key it again."
                   END-IF
               END-IF
           END-IF.

       Read-Version-For-Update.
           MOVE "N" TO Version-Exists-Switch.
           MOVE Entered-Product TO DPR-PRODUCT-CODE.
           MOVE Entered-Effective-Date TO DPR-EFFECTIVE-DATE.
           READ Deposit-Product-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Version-Exists TO TRUE
                   MOVE DPR-TERMS TO DPP-PRODUCT-TERMS
                   DISPLAY "Replacing the version keyed by "
                       DPR-ENTERED-BY ":"
                   PERFORM Display-Product-Terms
           END-READ.

      *> Every term is keyed afresh. Tier limits must rise so the
      *> tier search finds the right band, and nothing a customer
      *> is charged or allowed may be negative.
       Accept-Product-Terms.
           MOVE "Y" TO Terms-Valid-Switch.
           MOVE SPACES TO DEPOSIT-PRODUCT-RECORD.
           MOVE Entered-Product TO DPR-PRODUCT-CODE.
           MOVE Entered-Effective-Date TO DPR-EFFECTIVE-DATE.
           DISPLAY "Enter product name: " WITH NO ADVANCING.
           ACCEPT DPR-PRODUCT-NAME.
           IF DPR-PRODUCT-NAME = SPACES
               DISPLAY "A product name is required."
               MOVE "N" TO Terms-Valid-Switch
           END-IF.
           DISPLAY "Overdraft allowed (Y/N): " WITH NO ADVANCING.
           ACCEPT Entered-Yes-No.
           MOVE 0 TO DPR-OVERDRAFT-LIMIT.
           IF Entered-Yes
               MOVE "Y" TO DPR-OVERDRAFT-FLAG
               DISPLAY "Enter overdraft limit: " WITH NO ADVANCING
               ACCEPT DPR-OVERDRAFT-LIMIT
               IF DPR-OVERDRAFT-LIMIT < 0
                   DISPLAY "An overdraft limit cannot be negative."
                   MOVE "N" TO Terms-Valid-Switch
               END-IF
           ELSE
               MOVE "N" TO DPR-OVERDRAFT-FLAG
           END-IF.
           DISPLAY "Enter default statement cycle (01-28, 0=none): "
               WITH NO ADVANCING.
           ACCEPT DPR-CYCLE-CODE.
           IF DPR-CYCLE-CODE > 28
               DISPLAY "Cycle must be 01-28 or 0."
               MOVE "N" TO Terms-Valid-Switch
           END-IF.
           DISPLAY "Enter number of rate tiers (0-5): "
               WITH NO ADVANCING.
           ACCEPT DPR-TIER-COUNT.
           IF DPR-TIER-COUNT > 5
               DISPLAY "At most 5 rate tiers."
               MOVE "N" TO Terms-Valid-Switch
               MOVE 0 TO DPR-TIER-COUNT
           END-IF.
           PERFORM Accept-One-Rate-Tier
               VARYING Tier-Sub FROM 1 BY 1
               UNTIL Tier-Sub > DPR-TIER-COUNT.
           DISPLAY "Enter number of fees (0-5): " WITH NO ADVANCING.
           ACCEPT DPR-FEE-COUNT.
           IF DPR-FEE-COUNT > 5
               DISPLAY "At most 5 fees."
               MOVE "N" TO Terms-Valid-Switch
               MOVE 0 TO DPR-FEE-COUNT
           END-IF.
           PERFORM Accept-One-Fee
               VARYING Fee-Sub FROM 1 BY 1
               UNTIL Fee-Sub > DPR-FEE-COUNT.
           PERFORM Clear-Unused-Terms.

      *> The last tier catches every balance above the one before
      *> it, so its limit is only a label.
       Accept-One-Rate-Tier.
           DISPLAY "  Tier " Tier-Sub " balance limit: "
               WITH NO ADVANCING.
           ACCEPT DPR-TIER-LIMIT(Tier-Sub).
           DISPLAY "  Tier " Tier-Sub " rate: " WITH NO ADVANCING.
           ACCEPT DPR-TIER-RATE(Tier-Sub).
           IF DPR-TIER-RATE(Tier-Sub) < 0
               DISPLAY "A deposit rate cannot be negative."
               MOVE "N" TO Terms-Valid-Switch
           END-IF.
           IF Tier-Sub > 1
               IF DPR-TIER-LIMIT(Tier-Sub)
                   NOT > DPR-TIER-LIMIT(Tier-Sub - 1)
                   DISPLAY "Tier limits must rise tier by tier."
                   MOVE "N" TO Terms-Valid-Switch
               END-IF
           END-IF.

       Accept-One-Fee.
           DISPLAY "  Fee " Fee-Sub " type: " WITH NO ADVANCING.
           ACCEPT DPR-FEE-TYPE(Fee-Sub).
           DISPLAY "  Fee " Fee-Sub " amount: " WITH NO ADVANCING.
           ACCEPT DPR-FEE-AMOUNT(Fee-Sub).
           DISPLAY "  Fee " Fee-Sub " charged below balance: "
               WITH NO ADVANCING.
           ACCEPT DPR-FEE-THRESHOLD(Fee-Sub).
           DISPLAY "  Fee " Fee-Sub " waived at relationship"
               " balance (0=never): " WITH NO ADVANCING.
           ACCEPT DPR-FEE-WAIVER(Fee-Sub).
           IF DPR-FEE-TYPE(Fee-Sub) = SPACES
               DISPLAY "A fee type is required."
               MOVE "N" TO Terms-Valid-Switch
           END-IF.
           IF DPR-FEE-AMOUNT(Fee-Sub) NOT > 0
               OR DPR-FEE-WAIVER(Fee-Sub) < 0
               DISPLAY "A fee must be positive and its waiver"
                   " balance zero or more."
               MOVE "N" TO Terms-Valid-Switch
           END-IF.

      *> Tiers and fees beyond the counts keyed are held at zero so
      *> the record never carries stale terms.
       Clear-Unused-Terms.
           PERFORM Clear-One-Tier
               VARYING Tier-Sub FROM 1 BY 1
               UNTIL Tier-Sub > 5.
           PERFORM Clear-One-Fee
               VARYING Fee-Sub FROM 1 BY 1
               UNTIL Fee-Sub > 5.

       Clear-One-Tier.
           IF Tier-Sub > DPR-TIER-COUNT
               MOVE 0 TO DPR-TIER-LIMIT(Tier-Sub)
               MOVE 0 TO DPR-TIER-RATE(Tier-Sub)
           END-IF.

       Clear-One-Fee.
           IF Fee-Sub > DPR-FEE-COUNT
               MOVE SPACES TO DPR-FEE-TYPE(Fee-Sub)
               MOVE 0 TO DPR-FEE-AMOUNT(Fee-Sub)
               MOVE 0 TO DPR-FEE-THRESHOLD(Fee-Sub)
               MOVE 0 TO DPR-FEE-WAIVER(Fee-Sub)
           END-IF.

       Store-Product-Version.
           MOVE Signon-User-Id TO DPR-ENTERED-BY.
           IF Version-Exists
               REWRITE Deposit-Product-Record
                   INVALID KEY
                       DISPLAY "Version could not be replaced."
                   NOT INVALID KEY
                       DISPLAY "Version replaced."
                       PERFORM Audit-Product-Terms
               END-REWRITE
           ELSE
               WRITE Deposit-Product-Record
                   INVALID KEY
                       DISPLAY "Version could not be added."
                   NOT INVALID KEY
                       DISPLAY "Version added."
                       PERFORM Audit-Product-Terms
               END-WRITE
           END-IF.
           IF DPR-EFFECTIVE-DATE > Today-Date
               DISPLAY "Pending until " DPR-EFFECTIVE-DATE
                   " - DepositProductChg lists the accounts it"
                   " will reprice."
           END-IF.

      *> One MNTAUDIT entry per term that differs from the version
      *> replaced; a new version audits every term against blanks.
       Audit-Product-Terms.
           MOVE SPACES TO Maud-Work-Key.
           STRING DPR-PRODUCT-CODE " " DPR-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO Maud-Work-Key
           END-STRING.
           MOVE "Product Name" TO Maud-Work-Field.
           MOVE SPACES TO Maud-Work-Old.
           IF Version-Exists
               MOVE DPP-PRD-NAME TO Maud-Work-Old
           END-IF.
           MOVE DPR-PRODUCT-NAME TO Maud-Work-New.
           PERFORM Write-Maint-Audit.
           MOVE "Overdraft" TO Maud-Work-Field.
           MOVE SPACES TO Maud-Work-Old.
           IF Version-Exists
               MOVE DPP-PRD-OD-LIMIT TO Amount-Edit
               STRING DPP-PRD-OD-FLAG " " Amount-Edit
                   DELIMITED BY SIZE INTO Maud-Work-Old
               END-STRING
           END-IF.
           MOVE SPACES TO Maud-Work-New.
           MOVE DPR-OVERDRAFT-LIMIT TO Amount-Edit.
           STRING DPR-OVERDRAFT-FLAG " " Amount-Edit
               DELIMITED BY SIZE INTO Maud-Work-New
           END-STRING.
           PERFORM Write-Maint-Audit.
           MOVE "Default Cycle" TO Maud-Work-Field.
           MOVE SPACES TO Maud-Work-Old.
           IF Version-Exists
               MOVE DPP-PRD-CYCLE-CODE TO Maud-Work-Old
           END-IF.
           MOVE DPR-CYCLE-CODE TO Maud-Work-New.
           PERFORM Write-Maint-Audit.
           PERFORM Audit-One-Tier
               VARYING Tier-Sub FROM 1 BY 1
               UNTIL Tier-Sub > 5.
           PERFORM Audit-One-Fee
               VARYING Fee-Sub FROM 1 BY 1
               UNTIL Fee-Sub > 5.

       Audit-One-Tier.
           MOVE Tier-Sub TO Audit-Sub-Edit.
           MOVE SPACES TO Maud-Work-Field.
           STRING "Rate Tier " Audit-Sub-Edit
               DELIMITED BY SIZE INTO Maud-Work-Field
           END-STRING.
           MOVE SPACES TO Maud-Work-Old.
           IF Version-Exists
               AND Tier-Sub NOT > DPP-PRD-TIER-COUNT
               MOVE DPP-PRD-TIER-LIMIT(Tier-Sub) TO Amount-Edit
               MOVE DPP-PRD-TIER-RATE(Tier-Sub) TO Rate-Edit
               STRING Amount-Edit " " Rate-Edit
                   DELIMITED BY SIZE INTO Maud-Work-Old
               END-STRING
           END-IF.
           MOVE SPACES TO Maud-Work-New.
           IF Tier-Sub NOT > DPR-TIER-COUNT
               MOVE DPR-TIER-LIMIT(Tier-Sub) TO Amount-Edit
               MOVE DPR-TIER-RATE(Tier-Sub) TO Rate-Edit
               STRING Amount-Edit " " Rate-Edit
                   DELIMITED BY SIZE INTO Maud-Work-New
               END-STRING
           END-IF.
           PERFORM Write-Maint-Audit.

      *> A fee is audited as two entries - type and amount, then
      *> the charge and waiver balances - to fit the audit fields.
       Audit-One-Fee.
           MOVE Fee-Sub TO Audit-Sub-Edit.
           MOVE SPACES TO Maud-Work-Field.
           STRING "Fee " Audit-Sub-Edit
               DELIMITED BY SIZE INTO Maud-Work-Field
           END-STRING.
           MOVE SPACES TO Maud-Work-Old.
           IF Version-Exists
               AND Fee-Sub NOT > DPP-PRD-FEE-COUNT
               MOVE DPP-PRD-FEE-AMOUNT(Fee-Sub) TO Amount-Edit
               STRING DPP-PRD-FEE-TYPE(Fee-Sub) " " Amount-Edit
                   DELIMITED BY SIZE INTO Maud-Work-Old
               END-STRING
           END-IF.
           MOVE SPACES TO Maud-Work-New.
           IF Fee-Sub NOT > DPR-FEE-COUNT
               MOVE DPR-FEE-AMOUNT(Fee-Sub) TO Amount-Edit
               STRING DPR-FEE-TYPE(Fee-Sub) " " Amount-Edit
                   DELIMITED BY SIZE INTO Maud-Work-New
               END-STRING
           END-IF.
           PERFORM Write-Maint-Audit.
           MOVE SPACES TO Maud-Work-Field.
           STRING "Fee " Audit-Sub-Edit " Balances"
               DELIMITED BY SIZE INTO Maud-Work-Field
           END-STRING.
           MOVE SPACES TO Maud-Work-Old.
           IF Version-Exists
               AND Fee-Sub NOT > DPP-PRD-FEE-COUNT
               MOVE DPP-PRD-FEE-THRESHOLD(Fee-Sub) TO Amount-Edit
               MOVE DPP-PRD-FEE-WAIVER(Fee-Sub) TO Second-Amount-Edit
               STRING Amount-Edit " " Second-Amount-Edit
                   DELIMITED BY SIZE INTO Maud-Work-Old
               END-STRING
           END-IF.
           MOVE SPACES TO Maud-Work-New.
           IF Fee-Sub NOT > DPR-FEE-COUNT
               MOVE DPR-FEE-THRESHOLD(Fee-Sub) TO Amount-Edit
               MOVE DPR-FEE-WAIVER(Fee-Sub) TO Second-Amount-Edit
               STRING Amount-Edit " " Second-Amount-Edit
                   DELIMITED BY SIZE INTO Maud-Work-New
               END-STRING
           END-IF.
           PERFORM Write-Maint-Audit.

      *> Shows the version a program running on the date would use
      *> - the latest dated on or before it - and the next version
      *> still to come, if any.
       Inquire-Product.
           PERFORM Accept-Product-Code.
           IF Entered-Product NOT = SPACES
               PERFORM Accept-Effective-Date
               MOVE "N" TO Version-Exists-Switch
               MOVE 0 TO Found-Pending-Date
               MOVE Entered-Product TO DPR-PRODUCT-CODE
               MOVE 0 TO DPR-EFFECTIVE-DATE
               START Deposit-Product-File
                   KEY IS NOT LESS THAN DPR-KEY
                   INVALID KEY
                       SET Dpr-File-Eof TO TRUE
               END-START
               IF Dpr-File-Ok
                   PERFORM Read-Next-Version
               END-IF
               PERFORM Check-One-Inquiry-Version
                   UNTIL Dpr-File-Eof
                   OR DPR-PRODUCT-CODE NOT = Entered-Product
                   OR DPR-EFFECTIVE-DATE > Entered-Effective-Date
               IF Dpr-File-Ok
                   AND DPR-PRODUCT-CODE = Entered-Product
                   MOVE DPR-EFFECTIVE-DATE TO Found-Pending-Date
               END-IF
               IF Version-Exists
                   DISPLAY Entered-Product " in force on "
                       Entered-Effective-Date " (version of "
                       DPP-FOUND-EFFECTIVE ")"
                   PERFORM Display-Product-Terms
               ELSE
                   DISPLAY "No " Entered-Product
                       " version on or before " Entered-Effective-Date
               END-IF
               IF Found-Pending-Date > 0
                   DISPLAY "  Next version takes effect "
                       Found-Pending-Date
               END-IF
               MOVE "00" TO Dpr-File-Status
           END-IF.

       Check-One-Inquiry-Version.
           SET Version-Exists TO TRUE.
           MOVE DPR-TERMS TO DPP-PRODUCT-TERMS.
           MOVE DPR-EFFECTIVE-DATE TO DPP-FOUND-EFFECTIVE.
           PERFORM Read-Next-Version.

       Read-Next-Version.
           READ Deposit-Product-File NEXT RECORD
               AT END
                   SET Dpr-File-Eof TO TRUE
           END-READ.

       Display-Product-Terms.
           DISPLAY "  Name: " DPP-PRD-NAME.
           IF DPP-PRD-OD-ALLOWED
               MOVE DPP-PRD-OD-LIMIT TO Amount-Edit
               DISPLAY "  Overdraft: allowed to " Amount-Edit
           ELSE
               DISPLAY "  Overdraft: not allowed"
           END-IF.
           DISPLAY "  Default cycle: " DPP-PRD-CYCLE-CODE.
           PERFORM Display-One-Tier
               VARYING Tier-Sub FROM 1 BY 1
               UNTIL Tier-Sub > DPP-PRD-TIER-COUNT.
           PERFORM Display-One-Fee
               VARYING Fee-Sub FROM 1 BY 1
               UNTIL Fee-Sub > DPP-PRD-FEE-COUNT.

       Display-One-Tier.
           MOVE DPP-PRD-TIER-LIMIT(Tier-Sub) TO Amount-Edit.
           MOVE DPP-PRD-TIER-RATE(Tier-Sub) TO Rate-Edit.
           DISPLAY "  Tier " Tier-Sub " up to " Amount-Edit
               " rate " Rate-Edit.

       Display-One-Fee.
           MOVE DPP-PRD-FEE-AMOUNT(Fee-Sub) TO Amount-Edit.
           MOVE DPP-PRD-FEE-THRESHOLD(Fee-Sub) TO Second-Amount-Edit.
           DISPLAY "  Fee " DPP-PRD-FEE-TYPE(Fee-Sub) " "
               Amount-Edit " below " Second-Amount-Edit.
           IF DPP-PRD-FEE-WAIVER(Fee-Sub) > 0
               MOVE DPP-PRD-FEE-WAIVER(Fee-Sub) TO Amount-Edit
               DISPLAY "      waived at relationship " Amount-Edit
           END-IF.

      *> Every version of one product, or of every product when no
      *> code is keyed; a version still to come is marked pending.
       List-Product-Versions.
           DISPLAY "Enter product code (blank = all): "
               WITH NO ADVANCING.
           ACCEPT Entered-Product.
           MOVE 0 TO Versions-Listed.
           MOVE Entered-Product TO DPR-PRODUCT-CODE.
           MOVE 0 TO DPR-EFFECTIVE-DATE.
           START Deposit-Product-File
               KEY IS NOT LESS THAN DPR-KEY
               INVALID KEY
                   SET Dpr-File-Eof TO TRUE
           END-START.
           IF Dpr-File-Ok
               PERFORM Read-Next-Version
           END-IF.
           PERFORM List-One-Version
               UNTIL Dpr-File-Eof
               OR (Entered-Product NOT = SPACES
                   AND DPR-PRODUCT-CODE NOT = Entered-Product).
           IF Versions-Listed = 0
               DISPLAY "No product versions on file."
           END-IF.
           MOVE "00" TO Dpr-File-Status.

       List-One-Version.
           ADD 1 TO Versions-Listed.
           IF DPR-EFFECTIVE-DATE > Today-Date
               DISPLAY DPR-PRODUCT-CODE " " DPR-EFFECTIVE-DATE " "
                   DPR-PRODUCT-NAME " keyed by " DPR-ENTERED-BY
                   " PENDING"
           ELSE
               DISPLAY DPR-PRODUCT-CODE " " DPR-EFFECTIVE-DATE " "
                   DPR-PRODUCT-NAME " keyed by " DPR-ENTERED-BY
           END-IF.
           PERFORM Read-Next-Version.

      *> Only a version that has not yet taken effect can be taken
      *> back; one in force was used to price accounts.
       Withdraw-Pending-Version.
           PERFORM Accept-Product-Code.
           IF Entered-Product NOT = SPACES
               PERFORM Accept-Effective-Date
               IF Entered-Effective-Date NOT > Today-Date
                   DISPLAY "Only a pending version can be withdrawn."
               ELSE
                   MOVE Entered-Product TO DPR-PRODUCT-CODE
                   MOVE Entered-Effective-Date TO DPR-EFFECTIVE-DATE
                   READ Deposit-Product-File
                       INVALID KEY
                           DISPLAY "No such version."
                   END-READ
                   IF Dpr-File-Ok
                       DELETE Deposit-Product-File RECORD
                       DISPLAY "Version withdrawn."
                       MOVE SPACES TO Maud-Work-Key
                       STRING DPR-PRODUCT-CODE " " DPR-EFFECTIVE-DATE
                           DELIMITED BY SIZE INTO Maud-Work-Key
                       END-STRING
                       MOVE "Version Withdrawn" TO Maud-Work-Field
                       MOVE DPR-PRODUCT-NAME TO Maud-Work-Old
                       MOVE SPACES TO Maud-Work-New
                       PERFORM Write-Maint-Audit
                   END-IF
               END-IF
           END-IF.

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

       COPY SIGNON.

       COPY MAUDPROC.
