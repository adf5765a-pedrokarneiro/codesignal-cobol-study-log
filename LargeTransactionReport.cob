      *> 2026-09-03: A second run for an already-completed business
      *> date now ends clean with nothing to do instead of failing,
      *> so a catch-up rerun can step over completed days.
      *> 2026-10-15: Each hit is also written to the CMPLHIT file
      *> with the account's holders, so the nightly
      *> CustomerRiskReview run can raise their risk rating.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Compliance-Hit-File ASSIGN TO "CMPLHIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Chit-File-Status.

           SELECT Period-Count-File ASSIGN TO "CMPLPTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ptd-File-Status.
       FD  Compliance-Report-File.
       01 Compliance-Report-Record PIC X(100).

       FD  Compliance-Hit-File.
       COPY CMPLHIT.

       FD  Period-Count-File.
       01 Period-Count-Record.
           05 Ptd-Period            PIC 9(06).
          88 Cust-File-Ok VALUE "00".

       01 Rpt-File-Status PIC X(02) VALUE "00".
       01 Chit-File-Status PIC X(02) VALUE "00".
       01 Ptd-File-Status PIC X(02) VALUE "00".
          88 Ptd-File-Ok VALUE "00".

           OPEN INPUT Account-Master-File.
           OPEN INPUT Customer-Master-File.
           OPEN OUTPUT Compliance-Report-File.
           OPEN OUTPUT Compliance-Hit-File.
           MOVE Today-Date TO Head-Date.
           WRITE Compliance-Report-Record FROM Heading-Line.
           PERFORM Read-Next-Journal-Entry.
           CLOSE Account-Master-File.
           CLOSE Customer-Master-File.
           CLOSE Compliance-Report-File.
           CLOSE Compliance-Hit-File.
           PERFORM Write-Period-Count.
           DISPLAY "Large postings reported: " Hits-Today.
           DISPLAY "Period-to-date count: " Period-To-Date-Count.
           MOVE Jrnl-Amount TO Det-Amount.
           PERFORM Join-Customer-Detail.
           WRITE Compliance-Report-Record FROM Detail-Line.
           PERFORM Write-Compliance-Hit.
           IF Cust-File-Ok
               MOVE CUSTOMER-STREET TO Adr-Street
               MOVE CUSTOMER-CITY TO Adr-City
               PERFORM Write-Operator-Alert
           END-IF.

      *> A posting whose account has gone is still listed on the
      *> report, but has no holder to carry onto the hit file.
       Write-Compliance-Hit.
           IF Acct-File-Ok
               MOVE Today-Date TO Chit-Business-Date
               MOVE Jrnl-Acct-Number TO Chit-Acct-Number
               MOVE Acct-Customer-Id TO Chit-Customer-Id
               MOVE Acct-Second-Customer-Id
                   TO Chit-Second-Customer-Id
               MOVE Jrnl-Tran-Type TO Chit-Tran-Type
               MOVE Jrnl-Amount TO Chit-Amount
               WRITE Compliance-Hit-Record
           END-IF.

       Join-Customer-Detail.
           MOVE SPACES TO Det-Cust-Name.
           MOVE Jrnl-Acct-Number TO Acct-Number.
