       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanDelinquency.
      *> LoanDelinquency is the nightly loan aging step. Every active
      *> loan on LOANMSTR is aged from its LOAN-NEXT-DUE-DATE to the
      *> RUNCTL business date, and the days past due are kept on the
      *> loan. A past-due loan falls in the 1-29, 30-59, 60-89 or
      *> 90+ day bucket. Once a loan is more than the grace days of
      *> its LATEFEE late-charge table entry past due, it is charged
      *> the late charge that entry sets - once per missed due date,
      *> so a rerun or the next night charges nothing more until the
      *> next installment is missed. The charge accumulates in the
      *> loan's unpaid late charges and is journaled to LOANJRNL as
      *> a late-charge entry. Every past-due loan then goes to the
      *> COLLWORK collector worklist, sorted worst bucket first and
      *> largest balance first within the bucket, with the
      *> borrower's name and CUSTMSTR phone number - withheld when
      *> the customer has refused phone contact or asked not to be
      *> contacted at all. The worklist ends with the aging summary.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: A loan whose auto-pay debit was refused carries
      *> a failed-auto-pay note under its worklist line, naming the
      *> deposit account the draft was refused on.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the COLLCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per past-due loan on
      *> the worklist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Late-Fee-File ASSIGN TO "LATEFEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ltf-File-Status.

           SELECT Loan-Master-File ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER
               FILE STATUS IS Loan-File-Status.

           SELECT Loan-Journal-File ASSIGN TO "LOANJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-File-Status.

           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

           SELECT Report-Print-File ASSIGN TO "COLLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "COLLCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT Job-Log-File ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Joblog-File-Status.

           SELECT Sort-Work-File ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  Late-Fee-File.
       COPY LATEFEE.

       FD  Loan-Master-File.
       COPY LOANREC.

       FD  Loan-Journal-File.
       COPY LOANJRNL.

       FD  Customer-Master-File.
       COPY CUSTREC.

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

       SD  Sort-Work-File.
       01 Sort-Work-Record.
           05 Swr-Bucket            PIC 9(01).
           05 Swr-Balance           PIC S9(9)V99.
           05 Swr-Loan-Number       PIC X(15).
           05 Swr-Customer-Id       PIC 9(05).
           05 Swr-Due-Date          PIC 9(08).
           05 Swr-Days-Past-Due     PIC 9(04).
           05 Swr-Payment-Amount    PIC S9(7)V99.
           05 Swr-Late-Charge-Due   PIC S9(7)V99.
           05 Swr-Autopay-Status    PIC X(01).
              88 Swr-Autopay-Failed VALUE "F".
           05 Swr-Autopay-Acct      PIC X(15).
           05 Swr-Autopay-Due-Date  PIC 9(08).

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Ltf-File-Status PIC X(02) VALUE "00".
          88 Ltf-File-Ok VALUE "00".
          88 Ltf-File-Eof VALUE "10".

       01 Loan-File-Status PIC X(02) VALUE "00".
          88 Loan-File-Ok VALUE "00".
          88 Loan-File-Eof VALUE "10".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".
       01 Customer-File-Open-Flag PIC X(01) VALUE "N".
          88 Customer-File-Open VALUE "Y".

       01 Jrnl-File-Status PIC X(02) VALUE "00".
       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Today-Day-Number PIC 9(07).
       01 Due-Day-Number PIC 9(07).
       01 Days-Late PIC S9(07).

       01 Max-Late-Fees PIC 9(03) VALUE 50.
       01 Late-Fee-Count PIC 9(03) VALUE 0.
       01 Late-Fee-Table.
           05 Late-Fee-Entry OCCURS 50 TIMES
              INDEXED BY Late-Fee-Idx.
              10 Tbl-Ltf-Floor         PIC S9(7)V99.
              10 Tbl-Ltf-Grace-Days    PIC 9(03).
              10 Tbl-Ltf-Flat          PIC S9(5)V99.
              10 Tbl-Ltf-Percent       PIC S9(3)V9999.
              10 Tbl-Ltf-Maximum       PIC S9(5)V99.

       01 Late-Fee-Found-Switch PIC X(01) VALUE "N".
          88 Late-Fee-Is-Found VALUE "Y".
       01 Best-Fee-Floor PIC S9(7)V99.
       01 Selected-Fee-Fields.
           05 Sel-Grace-Days        PIC 9(03).
           05 Sel-Flat              PIC S9(5)V99.
           05 Sel-Percent           PIC S9(3)V9999.
           05 Sel-Maximum           PIC S9(5)V99.
       01 Late-Charge-Amount PIC S9(7)V99.
       01 Percent-Charge PIC S9(7)V99.

       01 Loan-Bucket PIC 9(01).
       01 Bucket-Label-Values.
           05 FILLER               PIC X(20)
               VALUE "1-29 DAYS PAST DUE".
           05 FILLER               PIC X(20)
               VALUE "30-59 DAYS PAST DUE".
           05 FILLER               PIC X(20)
               VALUE "60-89 DAYS PAST DUE".
           05 FILLER               PIC X(20)
               VALUE "90+ DAYS PAST DUE".
       01 Bucket-Label-Table REDEFINES Bucket-Label-Values.
           05 Bucket-Label          PIC X(20) OCCURS 4 TIMES.
       01 Bucket-Totals.
           05 Bucket-Total-Entry OCCURS 4 TIMES.
              10 Bucket-Loan-Count     PIC 9(05).
              10 Bucket-Balance-Total  PIC S9(11)V99.
       01 Bucket-Sub PIC 9(01).

       01 Loans-Aged PIC 9(05) VALUE 0.
       01 Loans-Current PIC 9(05) VALUE 0.
       01 Loans-Past-Due PIC 9(05) VALUE 0.
       01 Late-Charges-Assessed PIC 9(05) VALUE 0.
       01 Late-Charge-Total PIC S9(9)V99 VALUE 0.
       01 Worklist-Lines PIC 9(05) VALUE 0.

       01 Sort-Return-Done-Flag PIC X(01) VALUE "N".
          88 Sort-Return-Done VALUE "Y".
       01 First-Group-Flag PIC X(01) VALUE "Y".
          88 First-Group VALUE "Y".
       01 Current-Bucket PIC 9(01).

       01 Conversion-Fields.
           05 Conv-Date         PIC 9(08).
           05 Conv-Date-Split REDEFINES Conv-Date.
              10 Conv-Year      PIC 9(04).
              10 Conv-Month     PIC 9(02).
              10 Conv-Day       PIC 9(02).
           05 Conv-Day-Number   PIC 9(07).
           05 Conv-Work-Year    PIC 9(04).
           05 Conv-Work-Month   PIC 9(02).
           05 Conv-Term-1       PIC 9(04).
           05 Conv-Term-2       PIC 9(04).
           05 Conv-Term-3       PIC 9(04).
           05 Conv-Term-4       PIC 9(04).

       01 Worklist-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE "LOAN NUMBER".
           05 FILLER               PIC X(06) VALUE "CUST".
           05 FILLER               PIC X(32) VALUE "BORROWER".
           05 FILLER               PIC X(15) VALUE "PHONE".
           05 FILLER               PIC X(10) VALUE "DUE DATE".
           05 FILLER               PIC X(06) VALUE "DAYS".
           05 FILLER               PIC X(15) VALUE "       PAYMENT".
           05 FILLER               PIC X(18)
               VALUE "          BALANCE".
           05 FILLER               PIC X(10) VALUE " LATE CHGS".

       01 Worklist-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Wdl-Loan-Number      PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Wdl-Customer-Id      PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Wdl-Borrower         PIC X(31).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Wdl-Phone            PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Wdl-Due-Date         PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Wdl-Days             PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Wdl-Payment          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Wdl-Balance          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 Wdl-Late-Charges     PIC ZZZ,ZZ9.99.

       01 Bucket-Total-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Btl-Label            PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Btl-Count            PIC ZZ,ZZ9.
           05 FILLER               PIC X(15) VALUE " loan(s)  bal ".
           05 Btl-Balance          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 Total-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tot-Label            PIC X(30).
           05 Tot-Count            PIC ZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Tot-Amount           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Control SECTION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           MOVE Today-Date TO Conv-Date.
           PERFORM Convert-Date-To-Day-Number.
           MOVE Conv-Day-Number TO Today-Day-Number.
           OPEN I-O Loan-Master-File.
           IF Loan-File-Status = "35"
               DISPLAY "No loan-master file - no loans to age."
               CLOSE Loan-Master-File
               PERFORM Write-Job-Log
               STOP RUN
           END-IF.
           PERFORM Load-Late-Fee-Table.
           OPEN EXTEND Loan-Journal-File.
           IF Jrnl-File-Status = "35"
               CLOSE Loan-Journal-File
               OPEN OUTPUT Loan-Journal-File
           END-IF.
           OPEN INPUT Customer-Master-File.
           IF Cust-File-Status = "35"
               DISPLAY "No customer-master file - worklist prints"
                   " without borrower names or phones."
           ELSE
               SET Customer-File-Open TO TRUE
           END-IF.
           INITIALIZE Bucket-Totals.
           OPEN OUTPUT Report-Print-File.
           MOVE "LOAN COLLECTIONS WORKLIST" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "BUCKET," "LOAN," "CUSTOMER," "BORROWER," "PHONE,"
               "DUE DATE," "DAYS PAST DUE," "PAYMENT," "BALANCE,"
               "LATE CHARGES"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Worklist-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           SORT Sort-Work-File
               DESCENDING KEY Swr-Bucket Swr-Balance
               ASCENDING KEY Swr-Loan-Number
               INPUT PROCEDURE IS Age-Loan-Records
               OUTPUT PROCEDURE IS Print-Collector-Worklist.
           IF NOT First-Group
               PERFORM Print-Bucket-Subtotal
           END-IF.
           IF Worklist-Lines = 0
               MOVE "  No loans past due." TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Print-Aging-Summary.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           IF Customer-File-Open
               CLOSE Customer-Master-File
           END-IF.
           CLOSE Loan-Journal-File.
           CLOSE Loan-Master-File.
           DISPLAY "Loans aged: " Loans-Aged.
           DISPLAY "Loans past due: " Loans-Past-Due.
           DISPLAY "Late charges assessed: " Late-Charges-Assessed.
           IF Worklist-Lines NOT = Loans-Past-Due
               DISPLAY "ERROR: " Loans-Past-Due " loan(s) past due"
                   " but " Worklist-Lines " on the worklist."
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> Every active loan is aged and rewritten with its days past
      *> due; the past-due ones go to the sort for the worklist.
       Age-Loan-Records SECTION.
       Age-Start.
           MOVE LOW-VALUES TO Loan-Number.
           START Loan-Master-File KEY IS GREATER THAN Loan-Number
               INVALID KEY
                   SET Loan-File-Eof TO TRUE
           END-START.
           IF Loan-File-Ok
               PERFORM Read-Next-Loan
           END-IF.
           PERFORM Age-One-Loan UNTIL Loan-File-Eof.
           GO TO Age-Exit.

       Read-Next-Loan.
           READ Loan-Master-File NEXT RECORD
               AT END
                   SET Loan-File-Eof TO TRUE
           END-READ.

       Age-One-Loan.
           IF Loan-Active
               ADD 1 TO Loans-Aged
               MOVE 0 TO Days-Late
               IF Loan-Next-Due-Date > 0
                   AND Loan-Next-Due-Date < Today-Date
                   MOVE Loan-Next-Due-Date TO Conv-Date
                   PERFORM Convert-Date-To-Day-Number
                   MOVE Conv-Day-Number TO Due-Day-Number
                   COMPUTE Days-Late =
                       Today-Day-Number - Due-Day-Number
               END-IF
               IF Days-Late > 9999
                   MOVE 9999 TO Loan-Days-Past-Due
               ELSE
                   MOVE Days-Late TO Loan-Days-Past-Due
               END-IF
               IF Days-Late > 0
                   PERFORM Check-Late-Charge
               ELSE
                   ADD 1 TO Loans-Current
               END-IF
               REWRITE Loan-Master-Record
               IF Days-Late > 0
                   PERFORM Release-Past-Due-Loan
               END-IF
           END-IF.
           PERFORM Read-Next-Loan.

      *> One late charge per missed due date: a loan already
      *> charged against its current due date is not charged again.
       Check-Late-Charge.
           IF Late-Fee-Count > 0
               AND Loan-Late-Charge-Date NOT = Loan-Next-Due-Date
               PERFORM Select-Late-Fee-Entry
               IF Late-Fee-Is-Found
                   AND Days-Late > Sel-Grace-Days
                   PERFORM Compute-Late-Charge
                   IF Late-Charge-Amount > 0
                       PERFORM Assess-Late-Charge
                   END-IF
               END-IF
           END-IF.

      *> The entry with the highest payment floor the loan's
      *> scheduled payment reaches applies.
       Select-Late-Fee-Entry.
           MOVE "N" TO Late-Fee-Found-Switch.
           MOVE 0 TO Best-Fee-Floor.
           PERFORM Check-One-Late-Fee-Entry
               VARYING Late-Fee-Idx FROM 1 BY 1
               UNTIL Late-Fee-Idx > Late-Fee-Count.

       Check-One-Late-Fee-Entry.
           IF Tbl-Ltf-Floor(Late-Fee-Idx) <= Loan-Payment-Amount
               AND (NOT Late-Fee-Is-Found
                   OR Tbl-Ltf-Floor(Late-Fee-Idx) >= Best-Fee-Floor)
               SET Late-Fee-Is-Found TO TRUE
               MOVE Tbl-Ltf-Floor(Late-Fee-Idx) TO Best-Fee-Floor
               MOVE Tbl-Ltf-Grace-Days(Late-Fee-Idx)
                   TO Sel-Grace-Days
               MOVE Tbl-Ltf-Flat(Late-Fee-Idx) TO Sel-Flat
               MOVE Tbl-Ltf-Percent(Late-Fee-Idx) TO Sel-Percent
               MOVE Tbl-Ltf-Maximum(Late-Fee-Idx) TO Sel-Maximum
           END-IF.

      *> The greater of the flat amount and the percentage of the
      *> scheduled payment, capped at the maximum when one is set.
       Compute-Late-Charge.
           MOVE Sel-Flat TO Late-Charge-Amount.
           COMPUTE Percent-Charge ROUNDED =
               Loan-Payment-Amount * Sel-Percent.
           IF Percent-Charge > Late-Charge-Amount
               MOVE Percent-Charge TO Late-Charge-Amount
           END-IF.
           IF Sel-Maximum > 0
               AND Late-Charge-Amount > Sel-Maximum
               MOVE Sel-Maximum TO Late-Charge-Amount
           END-IF.

       Assess-Late-Charge.
           ADD Late-Charge-Amount TO Loan-Late-Charge-Due.
           MOVE Loan-Next-Due-Date TO Loan-Late-Charge-Date.
           ADD 1 TO Late-Charges-Assessed.
           ADD Late-Charge-Amount TO Late-Charge-Total.
           MOVE Loan-Number TO Lnj-Loan-Number.
           MOVE Today-Date TO Lnj-Post-Date.
           MOVE 0 TO Lnj-Payment-Amount.
           MOVE 0 TO Lnj-Interest-Portion.
           MOVE 0 TO Lnj-Principal-Portion.
           MOVE Loan-Balance TO Lnj-Balance-After.
           SET Lnj-Late-Charge-Entry TO TRUE.
           MOVE Late-Charge-Amount TO Lnj-Late-Charge-Amount.
           WRITE Loan-Journal-Record.
           DISPLAY "  LATE CHARGE " Loan-Number " "
               Late-Charge-Amount " - due " Loan-Next-Due-Date.

       Release-Past-Due-Loan.
           EVALUATE TRUE
               WHEN Days-Late < 30
                   MOVE 1 TO Loan-Bucket
               WHEN Days-Late < 60
                   MOVE 2 TO Loan-Bucket
               WHEN Days-Late < 90
                   MOVE 3 TO Loan-Bucket
               WHEN OTHER
                   MOVE 4 TO Loan-Bucket
           END-EVALUATE.
           ADD 1 TO Loans-Past-Due.
           ADD 1 TO Bucket-Loan-Count(Loan-Bucket).
           ADD Loan-Balance TO Bucket-Balance-Total(Loan-Bucket).
           MOVE Loan-Bucket TO Swr-Bucket.
           MOVE Loan-Balance TO Swr-Balance.
           MOVE Loan-Number TO Swr-Loan-Number.
           MOVE Loan-Customer-Id TO Swr-Customer-Id.
           MOVE Loan-Next-Due-Date TO Swr-Due-Date.
           MOVE Loan-Days-Past-Due TO Swr-Days-Past-Due.
           MOVE Loan-Payment-Amount TO Swr-Payment-Amount.
           MOVE Loan-Late-Charge-Due TO Swr-Late-Charge-Due.
           MOVE Loan-Autopay-Status TO Swr-Autopay-Status.
           MOVE Loan-Autopay-Acct TO Swr-Autopay-Acct.
           MOVE Loan-Autopay-Due-Date TO Swr-Autopay-Due-Date.
           RELEASE Sort-Work-Record.

       Age-Exit.
           EXIT.

       Print-Collector-Worklist SECTION.
       Print-Start.
           MOVE "N" TO Sort-Return-Done-Flag.
           PERFORM Print-Worklist-Line UNTIL Sort-Return-Done.
           GO TO Print-Exit.

       Print-Worklist-Line.
           RETURN Sort-Work-File
               AT END
                   SET Sort-Return-Done TO TRUE
               NOT AT END
                   PERFORM Print-One-Past-Due-Loan
           END-RETURN.

       Print-One-Past-Due-Loan.
           IF First-Group
               MOVE "N" TO First-Group-Flag
               MOVE Swr-Bucket TO Current-Bucket
               PERFORM Print-Bucket-Heading
           END-IF.
           IF Swr-Bucket NOT = Current-Bucket
               PERFORM Print-Bucket-Subtotal
               MOVE Swr-Bucket TO Current-Bucket
               PERFORM Print-Bucket-Heading
           END-IF.
           MOVE Swr-Loan-Number TO Wdl-Loan-Number.
           MOVE Swr-Customer-Id TO Wdl-Customer-Id.
           PERFORM Fill-Borrower-Contact.
           MOVE Swr-Due-Date TO Wdl-Due-Date.
           MOVE Swr-Days-Past-Due TO Wdl-Days.
           MOVE Swr-Payment-Amount TO Wdl-Payment.
           MOVE Swr-Balance TO Wdl-Balance.
           MOVE Swr-Late-Charge-Due TO Wdl-Late-Charges.
           MOVE Worklist-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.
           ADD 1 TO Worklist-Lines.
           IF Swr-Autopay-Failed
               MOVE SPACES TO RPT-PRINT-LINE
               STRING "                  AUTO-PAY FAILED - debit from "
                   DELIMITED BY SIZE
                   Swr-Autopay-Acct DELIMITED BY SPACE
                   " refused for the " DELIMITED BY SIZE
                   Swr-Autopay-Due-Date DELIMITED BY SIZE
                   " payment" DELIMITED BY SIZE
                   INTO RPT-PRINT-LINE
               END-STRING
               PERFORM Report-Write-Line
           END-IF.

      *> The collector gets no number for a customer who has refused
      *> phone contact or asked not to be contacted at all.
       Fill-Borrower-Contact.
           MOVE SPACES TO Wdl-Borrower.
           MOVE SPACES TO Wdl-Phone.
           MOVE "99" TO Cust-File-Status.
           IF Customer-File-Open
               MOVE Swr-Customer-Id TO Customer-Id
               READ Customer-Master-File
                   INVALID KEY
                       MOVE "99" TO Cust-File-Status
               END-READ
           END-IF.
           IF Cust-File-Ok
               STRING Customer-First-Name DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   Customer-Last-Name DELIMITED BY "  "
                   INTO Wdl-Borrower
               END-STRING
               EVALUATE TRUE
                   WHEN Customer-Do-Not-Contact
                       MOVE "DO NOT CONTACT" TO Wdl-Phone
                   WHEN Customer-Phone-Refused
                       MOVE "PHONE REFUSED" TO Wdl-Phone
                   WHEN OTHER
                       MOVE Customer-Phone TO Wdl-Phone
               END-EVALUATE
           ELSE
               MOVE "*** CUSTOMER NOT ON FILE" TO Wdl-Borrower
           END-IF.

       Print-Exit.
           EXIT.

       Report-Helpers SECTION.

       Print-Bucket-Heading.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "  " Bucket-Label(Current-Bucket)
               DELIMITED BY SIZE INTO RPT-PRINT-LINE
           END-STRING.
           PERFORM Report-Write-Line.

       Print-Bucket-Subtotal.
           MOVE Bucket-Label(Current-Bucket) TO Btl-Label.
           MOVE Bucket-Loan-Count(Current-Bucket) TO Btl-Count.
           MOVE Bucket-Balance-Total(Current-Bucket) TO Btl-Balance.
           MOVE Bucket-Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Print-Aging-Summary.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE "  AGING SUMMARY" TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "Active loans aged" TO Tot-Label.
           MOVE Loans-Aged TO Tot-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO Total-Line.
           MOVE "Current" TO Tot-Label.
           MOVE Loans-Current TO Tot-Count.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           PERFORM Print-Bucket-Summary-Line
               VARYING Bucket-Sub FROM 1 BY 1
               UNTIL Bucket-Sub > 4.
           MOVE SPACES TO Total-Line.
           MOVE "Late charges assessed" TO Tot-Label.
           MOVE Late-Charges-Assessed TO Tot-Count.
           MOVE Late-Charge-Total TO Tot-Amount.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

       Print-Bucket-Summary-Line.
           MOVE SPACES TO Total-Line.
           MOVE Bucket-Label(Bucket-Sub) TO Tot-Label.
           MOVE Bucket-Loan-Count(Bucket-Sub) TO Tot-Count.
           MOVE Bucket-Balance-Total(Bucket-Sub) TO Tot-Amount.
           MOVE Total-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.

      *> A missing or empty LATEFEE table means no late charges are
      *> assessed; the loans are still aged and worked.
       Load-Late-Fee-Table.
           OPEN INPUT Late-Fee-File.
           IF Ltf-File-Ok
               PERFORM Read-Next-Late-Fee
               PERFORM Store-Late-Fee-Entry
                   UNTIL Ltf-File-Eof
                   OR Late-Fee-Count = Max-Late-Fees
               IF NOT Ltf-File-Eof
                   DISPLAY "LATEFEE table holds more than "
                       Max-Late-Fees " entries - the rest ignored."
               END-IF
               CLOSE Late-Fee-File
           END-IF.
           IF Late-Fee-Count = 0
               DISPLAY "No LATEFEE late-charge table - loans are"
                   " aged without late charges."
           END-IF.

       Read-Next-Late-Fee.
           READ Late-Fee-File
               AT END
                   SET Ltf-File-Eof TO TRUE
           END-READ.

       Store-Late-Fee-Entry.
           ADD 1 TO Late-Fee-Count.
           MOVE Ltf-Payment-Floor TO Tbl-Ltf-Floor(Late-Fee-Count).
           MOVE Ltf-Grace-Days TO Tbl-Ltf-Grace-Days(Late-Fee-Count).
           MOVE Ltf-Flat-Amount TO Tbl-Ltf-Flat(Late-Fee-Count).
           MOVE Ltf-Payment-Percent
               TO Tbl-Ltf-Percent(Late-Fee-Count).
           MOVE Ltf-Maximum-Charge
               TO Tbl-Ltf-Maximum(Late-Fee-Count).
           PERFORM Read-Next-Late-Fee.

      *> Converts Conv-Date (YYYYMMDD) to a serial day count in
      *> Conv-Day-Number so two dates can be subtracted to give the
      *> number of calendar days between them.
       Convert-Date-To-Day-Number.
           IF Conv-Month > 2
               MOVE Conv-Year TO Conv-Work-Year
               MOVE Conv-Month TO Conv-Work-Month
           ELSE
               COMPUTE Conv-Work-Year = Conv-Year - 1
               COMPUTE Conv-Work-Month = Conv-Month + 12
           END-IF.
           DIVIDE Conv-Work-Year BY 4 GIVING Conv-Term-1.
           DIVIDE Conv-Work-Year BY 100 GIVING Conv-Term-2.
           DIVIDE Conv-Work-Year BY 400 GIVING Conv-Term-3.
           COMPUTE Conv-Term-4 =
               (306 * (Conv-Work-Month + 1)) / 10.
           COMPUTE Conv-Day-Number =
               365 * Conv-Work-Year + Conv-Term-1 - Conv-Term-2
               + Conv-Term-3 + Conv-Term-4 + Conv-Day - 719469.

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
           MOVE "LoanDelinquency" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Loans-Aged TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Swr-Bucket TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Swr-Loan-Number TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Swr-Customer-Id TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Wdl-Borrower TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Wdl-Phone TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Swr-Due-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Swr-Days-Past-Due TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Swr-Payment-Amount TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Swr-Balance TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.
           MOVE Swr-Late-Charge-Due TO RPT-CSV-AMOUNT.
           PERFORM Report-Csv-Add-Amount.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
