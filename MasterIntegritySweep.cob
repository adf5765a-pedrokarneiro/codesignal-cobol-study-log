       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterIntegritySweep.
      *> MasterIntegritySweep is the weekly referential-integrity run
      *> over the masters. DataQualitySweep checks the fields inside
      *> each account; this checks that every cross-file link still
      *> points at a record, because a MasterRestore of one file or a
      *> bad conversion can leave records pointing at nothing. The
      *> links checked, each with its own ERRCODES code:
      *>   4030 ACCTMSTR Acct-Customer-Id        to CUSTMSTR
      *>   4031 ACCTMSTR Acct-Second-Customer-Id to CUSTMSTR (when
      *>        not zero - zero means no second holder)
      *>   4032 ACCTMSTR Acct-Officer (the name) to OFFMSTR
      *>   4033 ACCTMSTR Acct-Branch-Code        to BRNCHCTL
      *>   4034 STORDER  So-Acct-Number          to ACCTMSTR
      *>   4035 HOLDFILE Hold-Acct-Number        to ACCTMSTR
      *>   4036 LOANMSTR Loan-Customer-Id        to CUSTMSTR
      *>   4037 HSHLD    Hh-Customer-Id          to CUSTMSTR
      *>   4038 ITEMXREF Xref-Item-Number        to INVSTOCK (any
      *>        warehouse)
      *>   4039 ITEMXREF Xref-Product-Code       to PRODMSTR
      *> The INTGRPT exception report prints one section per kind of
      *> link with every broken one listed, then a summary page of
      *> links checked and broken per kind. A missing source file
      *> has nothing to check; a missing target file leaves that
      *> kind not checked, which the summary says. Condition code 4
      *> when anything is broken or not checked, 8 when there is no
      *> account master at all.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Account-Master-File ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Acct-Number
               FILE STATUS IS Acct-File-Status.

           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

           SELECT Officer-Master-File ASSIGN TO "OFFMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFFICER-ID
               FILE STATUS IS Offr-File-Status.

           SELECT Branch-Control-File ASSIGN TO "BRNCHCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS Brch-File-Status.

           SELECT Standing-Order-File ASSIGN TO "STORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS Sord-File-Status.

           SELECT Holds-File ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-File-Status.

           SELECT Loan-Master-File ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS Loan-File-Status.

           SELECT Household-File ASSIGN TO "HSHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hh-File-Status.

           SELECT Item-Xref-File ASSIGN TO "ITEMXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Xref-File-Status.

           SELECT Inventory-Master-File ASSIGN TO "INVSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS Inv-File-Status.

           SELECT Product-Master-File ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS Prod-File-Status.

           SELECT Report-Print-File ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "INTGCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Account-Master-File.
       COPY ACCTREC.

       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  Officer-Master-File.
       COPY OFFMSTR.

       FD  Branch-Control-File.
       COPY BRANCH.

       FD  Standing-Order-File.
       COPY STORDREC.

       FD  Holds-File.
       COPY HOLDREC.

       FD  Loan-Master-File.
       COPY LOANREC.

       FD  Household-File.
       COPY HSHLDREC.

       FD  Item-Xref-File.
       COPY ITEMXREF.

       FD  Inventory-Master-File.
       COPY INVREC.

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

       FD  Job-Log-File.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Acct-File-Status PIC X(02) VALUE "00".
          88 Acct-File-Ok VALUE "00".
          88 Acct-File-Eof VALUE "10".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".

       01 Offr-File-Status PIC X(02) VALUE "00".
          88 Offr-File-Ok VALUE "00".
          88 Offr-File-Eof VALUE "10".

       01 Brch-File-Status PIC X(02) VALUE "00".
          88 Brch-File-Ok VALUE "00".

       01 Sord-File-Status PIC X(02) VALUE "00".
          88 Sord-File-Ok VALUE "00".
          88 Sord-File-Eof VALUE "10".

       01 Hold-File-Status PIC X(02) VALUE "00".
          88 Hold-File-Ok VALUE "00".
          88 Hold-File-Eof VALUE "10".

       01 Loan-File-Status PIC X(02) VALUE "00".
          88 Loan-File-Ok VALUE "00".
          88 Loan-File-Eof VALUE "10".

       01 Hh-File-Status PIC X(02) VALUE "00".
          88 Hh-File-Ok VALUE "00".
          88 Hh-File-Eof VALUE "10".

       01 Xref-File-Status PIC X(02) VALUE "00".
          88 Xref-File-Ok VALUE "00".
          88 Xref-File-Eof VALUE "10".

       01 Inv-File-Status PIC X(02) VALUE "00".
          88 Inv-File-Ok VALUE "00".

       01 Prod-File-Status PIC X(02) VALUE "00".
          88 Prod-File-Ok VALUE "00".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.
       COPY ERRCODES.

       01 Today-Date PIC 9(08).

      *> Which target masters could be opened for the lookups.
       01 Cust-Open-Switch PIC X(01) VALUE "N".
          88 Cust-File-Is-Open VALUE "Y".
       01 Brch-Open-Switch PIC X(01) VALUE "N".
          88 Brch-File-Is-Open VALUE "Y".
       01 Inv-Open-Switch PIC X(01) VALUE "N".
          88 Inv-File-Is-Open VALUE "Y".
       01 Prod-Open-Switch PIC X(01) VALUE "N".
          88 Prod-File-Is-Open VALUE "Y".
       01 Officer-Load-Switch PIC X(01) VALUE "N".
          88 Officer-Table-Loaded VALUE "Y".
          88 Officer-Table-Full VALUE "F".

      *> Acct-Officer carries the officer's name, so the officer link
      *> is checked against the names on OFFMSTR.
       01 Max-Officers PIC 9(03) VALUE 500.
       01 Officer-Count PIC 9(03) VALUE 0.
       01 Officer-Sub PIC 9(03).
       01 Officer-Name-Table.
           05 Officer-Name-Entry OCCURS 500 TIMES.
              10 Load-Officer-Name  PIC A(20).
       01 Officer-Found-Switch PIC X(01) VALUE "N".
          88 Officer-Is-Found VALUE "Y".

      *> One entry per kind of link: its error code, the file that
      *> carries the link, the file it points at, and the field.
       01 Link-Kind-Values.
           05 FILLER PIC X(44)
               VALUE "4030ACCTMSTRCUSTMSTRACCT-CUSTOMER-ID".
           05 FILLER PIC X(44)
               VALUE "4031ACCTMSTRCUSTMSTRACCT-SECOND-CUSTOMER-ID".
           05 FILLER PIC X(44)
               VALUE "4032ACCTMSTROFFMSTR ACCT-OFFICER".
           05 FILLER PIC X(44)
               VALUE "4033ACCTMSTRBRNCHCTLACCT-BRANCH-CODE".
           05 FILLER PIC X(44)
               VALUE "4034STORDER ACCTMSTRSO-ACCT-NUMBER".
           05 FILLER PIC X(44)
               VALUE "4035HOLDFILEACCTMSTRHOLD-ACCT-NUMBER".
           05 FILLER PIC X(44)
               VALUE "4036LOANMSTRCUSTMSTRLOAN-CUSTOMER-ID".
           05 FILLER PIC X(44)
               VALUE "4037HSHLD   CUSTMSTRHH-CUSTOMER-ID".
           05 FILLER PIC X(44)
               VALUE "4038ITEMXREFINVSTOCKXREF-ITEM-NUMBER".
           05 FILLER PIC X(44)
               VALUE "4039ITEMXREFPRODMSTRXREF-PRODUCT-CODE".
       01 Link-Kind-Table REDEFINES Link-Kind-Values.
           05 Link-Kind-Entry OCCURS 10 TIMES.
              10 Lk-Err-Code        PIC 9(04).
              10 Lk-Source          PIC X(08).
              10 Lk-Target          PIC X(08).
              10 Lk-Field           PIC X(24).
       01 Link-Kind-Count PIC 9(02) VALUE 10.
       01 Link-Sub PIC 9(02).

       01 Link-Count-Table.
           05 Link-Count-Entry OCCURS 10 TIMES.
              10 Lk-Checked         PIC 9(07).
              10 Lk-Broken          PIC 9(07).
              10 Lk-Check-Flag      PIC X(01).
                 88 Lk-Checked-Ok           VALUE "Y".
                 88 Lk-Not-Checked          VALUE "N".
                 88 Lk-No-Source            VALUE "S".

       01 Target-Switch PIC X(01).
          88 Target-Available VALUE "Y".
       01 Link-Broken-Switch PIC X(01).
          88 Link-Is-Broken VALUE "Y".

       01 Links-Checked PIC 9(07) VALUE 0.
       01 Links-Broken PIC 9(07) VALUE 0.
       01 Kinds-Not-Checked PIC 9(02) VALUE 0.

       01 Link-Description PIC X(50).

       01 Section-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Shl-Err-Code         PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Shl-Description      PIC X(50).

       01 Broken-Heading-Line.
           05 FILLER               PIC X(10) VALUE "    CODE".
           05 FILLER               PIC X(17) VALUE "RECORD".
           05 FILLER               PIC X(22) VALUE "POINTS AT".
           05 FILLER               PIC X(14) VALUE "RECORD STATUS".

       01 Broken-Detail-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Bdl-Err-Code         PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Bdl-Source-Key       PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Bdl-Value            PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Bdl-Status           PIC X(14).

       01 Section-Note-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Snl-Text             PIC X(60).

       01 Summary-Heading-Line.
           05 FILLER               PIC X(08) VALUE "  CODE".
           05 FILLER               PIC X(52) VALUE "LINK".
           05 FILLER               PIC X(10) VALUE "   CHECKED".
           05 FILLER               PIC X(10) VALUE "    BROKEN".

       01 Summary-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Err-Code         PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Description      PIC X(50).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Checked          PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 Sdl-Broken           PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Note             PIC X(20).

       01 Summary-Total-Line.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(52) VALUE "TOTAL".
           05 Stl-Checked          PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 Stl-Broken           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           OPEN INPUT Account-Master-File.
           IF NOT Acct-File-Ok
               DISPLAY "No account-master file to sweep."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           PERFORM Open-Target-Files.
           OPEN OUTPUT Report-Print-File.
           MOVE "MASTER FILE INTEGRITY SWEEP" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "CODE," "FILE," "FIELD," "POINTS TO," "RECORD,"
               "VALUE," "RECORD STATUS"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           PERFORM Sweep-One-Link-Kind
               VARYING Link-Sub FROM 1 BY 1
               UNTIL Link-Sub > Link-Kind-Count.
           PERFORM Print-Summary-Page.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           PERFORM Close-Target-Files.
           CLOSE Account-Master-File.
           DISPLAY "Links checked: " Links-Checked.
           DISPLAY "Broken links: " Links-Broken.
           DISPLAY "Kinds of link not checked: " Kinds-Not-Checked.
           IF Links-Broken > 0 OR Kinds-Not-Checked > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> A target that cannot be opened leaves its kinds of link
      *> not checked rather than reporting every link as broken.
       Open-Target-Files.
           OPEN INPUT Customer-Master-File.
           IF Cust-File-Ok
               SET Cust-File-Is-Open TO TRUE
           ELSE
               DISPLAY "No CUSTMSTR customer master - customer links"
                   " not checked."
           END-IF.
           OPEN INPUT Branch-Control-File.
           IF Brch-File-Ok
               SET Brch-File-Is-Open TO TRUE
           ELSE
               DISPLAY "No BRNCHCTL branch master - branch links not"
                   " checked."
           END-IF.
           OPEN INPUT Inventory-Master-File.
           IF Inv-File-Ok
               SET Inv-File-Is-Open TO TRUE
           ELSE
               DISPLAY "No INVSTOCK inventory master - item links not"
                   " checked."
           END-IF.
           OPEN INPUT Product-Master-File.
           IF Prod-File-Ok
               SET Prod-File-Is-Open TO TRUE
           ELSE
               DISPLAY "No PRODMSTR product master - product links"
                   " not checked."
           END-IF.
           PERFORM Load-Officer-Table.

       Close-Target-Files.
           IF Cust-File-Is-Open
               CLOSE Customer-Master-File
           END-IF.
           IF Brch-File-Is-Open
               CLOSE Branch-Control-File
           END-IF.
           IF Inv-File-Is-Open
               CLOSE Inventory-Master-File
           END-IF.
           IF Prod-File-Is-Open
               CLOSE Product-Master-File
           END-IF.

       Load-Officer-Table.
           OPEN INPUT Officer-Master-File.
           IF NOT Offr-File-Ok
               DISPLAY "No OFFMSTR officer master - officer links not"
                   " checked."
           ELSE
               SET Officer-Table-Loaded TO TRUE
               MOVE 0 TO OFFICER-ID
               START Officer-Master-File
                   KEY IS NOT LESS THAN OFFICER-ID
                   INVALID KEY
                       SET Offr-File-Eof TO TRUE
               END-START
               IF Offr-File-Ok
                   PERFORM Read-Next-Officer
               END-IF
               PERFORM Store-One-Officer UNTIL Offr-File-Eof
               CLOSE Officer-Master-File
           END-IF.

       Read-Next-Officer.
           READ Officer-Master-File NEXT RECORD
               AT END
                   SET Offr-File-Eof TO TRUE
           END-READ.

      *> Every officer on file counts, current or not: the question
      *> here is whether the name points at anybody.
       Store-One-Officer.
           IF Officer-Count = Max-Officers
               IF NOT Officer-Table-Full
                   DISPLAY "More than " Max-Officers " officers on"
                       " OFFMSTR - officer links not checked."
                   SET Officer-Table-Full TO TRUE
               END-IF
           ELSE
               ADD 1 TO Officer-Count
               MOVE OFFICER-NAME TO Load-Officer-Name(Officer-Count)
           END-IF.
           PERFORM Read-Next-Officer.

      *> One section of the report per kind of link.
       Sweep-One-Link-Kind.
           MOVE 0 TO Lk-Checked(Link-Sub).
           MOVE 0 TO Lk-Broken(Link-Sub).
           SET Lk-Checked-Ok(Link-Sub) TO TRUE.
           PERFORM Build-Link-Description.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Lk-Err-Code(Link-Sub) TO Shl-Err-Code.
           MOVE Link-Description TO Shl-Description.
           MOVE Section-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Check-Target-Available.
           IF NOT Target-Available
               SET Lk-Not-Checked(Link-Sub) TO TRUE
               ADD 1 TO Kinds-Not-Checked
               MOVE SPACES TO Snl-Text
               STRING "Not checked - no " DELIMITED BY SIZE
                   Lk-Target(Link-Sub) DELIMITED BY SPACE
                   " file." DELIMITED BY SIZE
                   INTO Snl-Text
               END-STRING
               MOVE Section-Note-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           ELSE
               MOVE Broken-Heading-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
               EVALUATE Link-Sub
                   WHEN 1 THRU 4
                       PERFORM Sweep-Account-Links
                   WHEN 5
                       PERFORM Sweep-Standing-Orders
                   WHEN 6
                       PERFORM Sweep-Funds-Holds
                   WHEN 7
                       PERFORM Sweep-Loans
                   WHEN 8
                       PERFORM Sweep-Households
                   WHEN 9 THRU 10
                       PERFORM Sweep-Item-Xrefs
               END-EVALUATE
               PERFORM Print-Section-Note
           END-IF.
           ADD Lk-Checked(Link-Sub) TO Links-Checked.
           ADD Lk-Broken(Link-Sub) TO Links-Broken.

       Build-Link-Description.
           MOVE SPACES TO Link-Description.
           STRING Lk-Source(Link-Sub) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               Lk-Field(Link-Sub) DELIMITED BY SPACE
               " NOT ON " DELIMITED BY SIZE
               Lk-Target(Link-Sub) DELIMITED BY SPACE
               INTO Link-Description
           END-STRING.

       Check-Target-Available.
           MOVE "N" TO Target-Switch.
           EVALUATE Link-Sub
               WHEN 1
               WHEN 2
               WHEN 7
               WHEN 8
                   IF Cust-File-Is-Open
                       SET Target-Available TO TRUE
                   END-IF
               WHEN 3
                   IF Officer-Table-Loaded
                       SET Target-Available TO TRUE
                   END-IF
               WHEN 4
                   IF Brch-File-Is-Open
                       SET Target-Available TO TRUE
                   END-IF
               WHEN 5
               WHEN 6
                   SET Target-Available TO TRUE
               WHEN 9
                   IF Inv-File-Is-Open
                       SET Target-Available TO TRUE
                   END-IF
               WHEN 10
                   IF Prod-File-Is-Open
                       SET Target-Available TO TRUE
                   END-IF
           END-EVALUATE.

       Print-Section-Note.
           IF Lk-No-Source(Link-Sub)
               MOVE SPACES TO Snl-Text
               STRING "No " DELIMITED BY SIZE
                   Lk-Source(Link-Sub) DELIMITED BY SPACE
                   " file - nothing to check." DELIMITED BY SIZE
                   INTO Snl-Text
               END-STRING
               MOVE Section-Note-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           ELSE
               IF Lk-Broken(Link-Sub) = 0
                   MOVE "No broken links." TO Snl-Text
                   MOVE Section-Note-Line TO RPT-PRINT-LINE
                   PERFORM Report-Write-Line
               END-IF
           END-IF.

      *> The account master is read once for each of its four links.
       Sweep-Account-Links.
           MOVE LOW-VALUES TO Acct-Number.
           MOVE "00" TO Acct-File-Status.
           START Account-Master-File KEY IS GREATER THAN Acct-Number
               INVALID KEY
                   SET Acct-File-Eof TO TRUE
           END-START.
           IF Acct-File-Ok
               PERFORM Read-Next-Account
           END-IF.
           PERFORM Check-One-Account-Link UNTIL Acct-File-Eof.

       Read-Next-Account.
           READ Account-Master-File NEXT RECORD
               AT END
                   SET Acct-File-Eof TO TRUE
           END-READ.

       Check-One-Account-Link.
           MOVE "N" TO Link-Broken-Switch.
           MOVE SPACES TO Broken-Detail-Line.
           EVALUATE Link-Sub
               WHEN 1
                   ADD 1 TO Lk-Checked(Link-Sub)
                   MOVE Acct-Customer-Id TO Customer-Id
                   MOVE Acct-Customer-Id TO Bdl-Value
                   PERFORM Look-Up-Customer
               WHEN 2
                   IF Acct-Second-Customer-Id NOT = 0
                       ADD 1 TO Lk-Checked(Link-Sub)
                       MOVE Acct-Second-Customer-Id TO Customer-Id
                       MOVE Acct-Second-Customer-Id TO Bdl-Value
                       PERFORM Look-Up-Customer
                   END-IF
               WHEN 3
                   ADD 1 TO Lk-Checked(Link-Sub)
                   MOVE Acct-Officer TO Bdl-Value
                   PERFORM Look-Up-Officer-Name
               WHEN 4
                   ADD 1 TO Lk-Checked(Link-Sub)
                   MOVE Acct-Branch-Code TO Branch-Code
                   MOVE Acct-Branch-Code TO Bdl-Value
                   READ Branch-Control-File
                       INVALID KEY
                           SET Link-Is-Broken TO TRUE
                   END-READ
           END-EVALUATE.
           IF Link-Is-Broken
               MOVE Acct-Number TO Bdl-Source-Key
               EVALUATE TRUE
                   WHEN Acct-Active
                       MOVE "ACTIVE" TO Bdl-Status
                   WHEN Acct-Closed
                       MOVE "CLOSED" TO Bdl-Status
                   WHEN Acct-Dormant
                       MOVE "DORMANT" TO Bdl-Status
                   WHEN Acct-Pending-Close
                       MOVE "PENDING CLOSE" TO Bdl-Status
                   WHEN OTHER
                       MOVE Acct-Status-Flag TO Bdl-Status
               END-EVALUATE
               PERFORM Print-Broken-Link
           END-IF.
           PERFORM Read-Next-Account.

       Look-Up-Customer.
           READ Customer-Master-File
               INVALID KEY
                   SET Link-Is-Broken TO TRUE
           END-READ.

       Look-Up-Officer-Name.
           MOVE "N" TO Officer-Found-Switch.
           PERFORM Check-One-Officer-Name
               VARYING Officer-Sub FROM 1 BY 1
               UNTIL Officer-Sub > Officer-Count
               OR Officer-Is-Found.
           IF NOT Officer-Is-Found
               SET Link-Is-Broken TO TRUE
           END-IF.

       Check-One-Officer-Name.
           IF Load-Officer-Name(Officer-Sub) = Acct-Officer
               SET Officer-Is-Found TO TRUE
           END-IF.

       Look-Up-Account.
           READ Account-Master-File
               INVALID KEY
                   SET Link-Is-Broken TO TRUE
           END-READ.

       Sweep-Standing-Orders.
           OPEN INPUT Standing-Order-File.
           IF NOT Sord-File-Ok
               SET Lk-No-Source(Link-Sub) TO TRUE
           ELSE
               MOVE 0 TO SO-ORDER-ID
               START Standing-Order-File
                   KEY IS NOT LESS THAN SO-ORDER-ID
                   INVALID KEY
                       SET Sord-File-Eof TO TRUE
               END-START
               IF Sord-File-Ok
                   PERFORM Read-Next-Standing-Order
               END-IF
               PERFORM Check-One-Standing-Order UNTIL Sord-File-Eof
               CLOSE Standing-Order-File
           END-IF.

       Read-Next-Standing-Order.
           READ Standing-Order-File NEXT RECORD
               AT END
                   SET Sord-File-Eof TO TRUE
           END-READ.

       Check-One-Standing-Order.
           MOVE "N" TO Link-Broken-Switch.
           MOVE SPACES TO Broken-Detail-Line.
           ADD 1 TO Lk-Checked(Link-Sub).
           MOVE So-Acct-Number TO Acct-Number.
           PERFORM Look-Up-Account.
           IF Link-Is-Broken
               MOVE So-Order-Id TO Bdl-Source-Key
               MOVE So-Acct-Number TO Bdl-Value
               EVALUATE TRUE
                   WHEN So-Active
                       MOVE "ACTIVE" TO Bdl-Status
                   WHEN So-Expired
                       MOVE "EXPIRED" TO Bdl-Status
                   WHEN So-Suspended
                       MOVE "SUSPENDED" TO Bdl-Status
                   WHEN OTHER
                       MOVE So-Status-Flag TO Bdl-Status
               END-EVALUATE
               PERFORM Print-Broken-Link
           END-IF.
           PERFORM Read-Next-Standing-Order.

       Sweep-Funds-Holds.
           OPEN INPUT Holds-File.
           IF NOT Hold-File-Ok
               SET Lk-No-Source(Link-Sub) TO TRUE
           ELSE
               PERFORM Read-Next-Hold
               PERFORM Check-One-Hold UNTIL Hold-File-Eof
               CLOSE Holds-File
           END-IF.

       Read-Next-Hold.
           READ Holds-File
               AT END
                   SET Hold-File-Eof TO TRUE
           END-READ.

       Check-One-Hold.
           MOVE "N" TO Link-Broken-Switch.
           MOVE SPACES TO Broken-Detail-Line.
           ADD 1 TO Lk-Checked(Link-Sub).
           MOVE Hold-Acct-Number TO Acct-Number.
           PERFORM Look-Up-Account.
           IF Link-Is-Broken
               MOVE Hold-Acct-Number TO Bdl-Source-Key
               MOVE Hold-Acct-Number TO Bdl-Value
               EVALUATE TRUE
                   WHEN Hold-Open
                       MOVE "OPEN" TO Bdl-Status
                   WHEN Hold-Released
                       MOVE "RELEASED" TO Bdl-Status
                   WHEN OTHER
                       MOVE Hold-Status-Flag TO Bdl-Status
               END-EVALUATE
               PERFORM Print-Broken-Link
           END-IF.
           PERFORM Read-Next-Hold.

       Sweep-Loans.
           OPEN INPUT Loan-Master-File.
           IF NOT Loan-File-Ok
               SET Lk-No-Source(Link-Sub) TO TRUE
           ELSE
               MOVE LOW-VALUES TO LOAN-NUMBER
               START Loan-Master-File
                   KEY IS GREATER THAN LOAN-NUMBER
                   INVALID KEY
                       SET Loan-File-Eof TO TRUE
               END-START
               IF Loan-File-Ok
                   PERFORM Read-Next-Loan
               END-IF
               PERFORM Check-One-Loan UNTIL Loan-File-Eof
               CLOSE Loan-Master-File
           END-IF.

       Read-Next-Loan.
           READ Loan-Master-File NEXT RECORD
               AT END
                   SET Loan-File-Eof TO TRUE
           END-READ.

       Check-One-Loan.
           MOVE "N" TO Link-Broken-Switch.
           MOVE SPACES TO Broken-Detail-Line.
           ADD 1 TO Lk-Checked(Link-Sub).
           MOVE Loan-Customer-Id TO Customer-Id.
           PERFORM Look-Up-Customer.
           IF Link-Is-Broken
               MOVE Loan-Number TO Bdl-Source-Key
               MOVE Loan-Customer-Id TO Bdl-Value
               EVALUATE TRUE
                   WHEN Loan-Active
                       MOVE "ACTIVE" TO Bdl-Status
                   WHEN Loan-Paid-Off
                       MOVE "PAID OFF" TO Bdl-Status
                   WHEN OTHER
                       MOVE Loan-Status-Flag TO Bdl-Status
               END-EVALUATE
               PERFORM Print-Broken-Link
           END-IF.
           PERFORM Read-Next-Loan.

       Sweep-Households.
           OPEN INPUT Household-File.
           IF NOT Hh-File-Ok
               SET Lk-No-Source(Link-Sub) TO TRUE
           ELSE
               PERFORM Read-Next-Household
               PERFORM Check-One-Household UNTIL Hh-File-Eof
               CLOSE Household-File
           END-IF.

       Read-Next-Household.
           READ Household-File
               AT END
                   SET Hh-File-Eof TO TRUE
           END-READ.

       Check-One-Household.
           MOVE "N" TO Link-Broken-Switch.
           MOVE SPACES TO Broken-Detail-Line.
           ADD 1 TO Lk-Checked(Link-Sub).
           MOVE Hh-Customer-Id TO Customer-Id.
           PERFORM Look-Up-Customer.
           IF Link-Is-Broken
               MOVE Hh-Household-Id TO Bdl-Source-Key
               MOVE Hh-Customer-Id TO Bdl-Value
               EVALUATE TRUE
                   WHEN Hh-Proposed
                       MOVE "PROPOSED" TO Bdl-Status
                   WHEN Hh-Confirmed
                       MOVE "CONFIRMED" TO Bdl-Status
                   WHEN OTHER
                       MOVE Hh-Status-Flag TO Bdl-Status
               END-EVALUATE
               PERFORM Print-Broken-Link
           END-IF.
           PERFORM Read-Next-Household.

      *> The cross-reference is read once for its item link and once
      *> for its product link.
       Sweep-Item-Xrefs.
           MOVE "00" TO Xref-File-Status.
           OPEN INPUT Item-Xref-File.
           IF NOT Xref-File-Ok
               SET Lk-No-Source(Link-Sub) TO TRUE
           ELSE
               PERFORM Read-Next-Xref
               PERFORM Check-One-Xref UNTIL Xref-File-Eof
               CLOSE Item-Xref-File
           END-IF.

       Read-Next-Xref.
           READ Item-Xref-File
               AT END
                   SET Xref-File-Eof TO TRUE
           END-READ.

       Check-One-Xref.
           MOVE "N" TO Link-Broken-Switch.
           MOVE SPACES TO Broken-Detail-Line.
           ADD 1 TO Lk-Checked(Link-Sub).
           IF Link-Sub = 9
               PERFORM Look-Up-Item
               MOVE Xref-Item-Number TO Bdl-Value
           ELSE
               MOVE Xref-Product-Code TO Prod-Code
               READ Product-Master-File
                   INVALID KEY
                       SET Link-Is-Broken TO TRUE
               END-READ
               MOVE Xref-Product-Code TO Bdl-Value
           END-IF.
           IF Link-Is-Broken
               MOVE Xref-Item-Number TO Bdl-Source-Key
               PERFORM Print-Broken-Link
           END-IF.
           PERFORM Read-Next-Xref.

      *> Stock is held per warehouse; the item is there when any
      *> warehouse record carries its number.
       Look-Up-Item.
           MOVE Xref-Item-Number TO ITEM-NUMBER.
           MOVE LOW-VALUES TO ITEM-WAREHOUSE.
           MOVE "00" TO Inv-File-Status.
           START Inventory-Master-File
               KEY IS GREATER THAN ITEM-KEY
               INVALID KEY
                   SET Link-Is-Broken TO TRUE
           END-START.
           IF NOT Link-Is-Broken
               READ Inventory-Master-File NEXT RECORD
                   AT END
                       SET Link-Is-Broken TO TRUE
               END-READ
               IF Inv-File-Ok
                   AND ITEM-NUMBER NOT = Xref-Item-Number
                   SET Link-Is-Broken TO TRUE
               END-IF
           END-IF.

       Print-Broken-Link.
           ADD 1 TO Lk-Broken(Link-Sub).
           MOVE Lk-Err-Code(Link-Sub) TO Bdl-Err-Code.
           MOVE Broken-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

      *> The summary starts a page of its own.
       Print-Summary-Page.
           MOVE "MASTER FILE INTEGRITY SWEEP - SUMMARY" TO RPT-TITLE.
           PERFORM Report-Print-Heading.
           MOVE Summary-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Print-One-Summary-Line
               VARYING Link-Sub FROM 1 BY 1
               UNTIL Link-Sub > Link-Kind-Count.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE Links-Checked TO Stl-Checked.
           MOVE Links-Broken TO Stl-Broken.
           MOVE Summary-Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Print-One-Summary-Line.
           PERFORM Build-Link-Description.
           MOVE SPACES TO Summary-Detail-Line.
           MOVE Lk-Err-Code(Link-Sub) TO Sdl-Err-Code.
           MOVE Link-Description TO Sdl-Description.
           MOVE Lk-Checked(Link-Sub) TO Sdl-Checked.
           MOVE Lk-Broken(Link-Sub) TO Sdl-Broken.
           EVALUATE TRUE
               WHEN Lk-Not-Checked(Link-Sub)
                   MOVE "NOT CHECKED" TO Sdl-Note
               WHEN Lk-No-Source(Link-Sub)
                   MOVE "NO SOURCE FILE" TO Sdl-Note
           END-EVALUATE.
           MOVE Summary-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

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
           MOVE "MasterIntegritySweep" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Links-Checked TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Lk-Err-Code(Link-Sub) TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Lk-Source(Link-Sub) TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Lk-Field(Link-Sub) TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Lk-Target(Link-Sub) TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Bdl-Source-Key TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Bdl-Value TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Bdl-Status TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
