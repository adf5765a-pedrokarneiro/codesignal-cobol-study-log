      *> 2026-09-03: The load now claims the CUSTMSTR entry on the
      *> shared LOCKCTL lock-control file for its write pass, in
      *> step with the rest of the suite.
      *> 2026-10-15: Every record that passes validation is now
      *> screened against the WATCHLST watch list through the
      *> shared WATCHPRC routine; a possible match is held on the
      *> CUSTPEND pending-review queue for compliance instead of
      *> being written to CUSTMSTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rcyc-File-Status.

           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATCH-LIST-STATUS.

           SELECT WATCH-HIT-FILE ASSIGN TO "WATCHHIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHIT-KEY
               FILE STATUS IS WHIT-FILE-STATUS.

           SELECT PENDING-CUSTOMER-FILE ASSIGN TO "CUSTPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-CUSTOMER-ID
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

           SELECT LOCK-CONTROL-FILE ASSIGN TO "LOCKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
       FD  Recycle-File.
       01 Recycle-Record PIC X(114).

       FD  WATCH-LIST-FILE.
       COPY WATCHLST.

       FD  WATCH-HIT-FILE.
       COPY WATCHHIT.

       FD  PENDING-CUSTOMER-FILE.
       COPY CUSTPEND.

       FD  Run-Control-File.
       COPY RUNCTL.

       FD  LOCK-CONTROL-FILE.
       COPY LOCKREC.

       WORKING-STORAGE SECTION.
       COPY LOCKWS.

       COPY WATCHWS.

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".
       01 Today-Date PIC 9(08).

       01 Rcyc-File-Status PIC X(02) VALUE "00".
          88 Rcyc-File-Ok VALUE "00".
          88 Rcyc-File-Eof VALUE "10".

       01 Records-Loaded PIC 9(05) VALUE 0.
       01 Records-Rejected PIC 9(05) VALUE 0.
       01 Records-Held PIC 9(05) VALUE 0.

       01 Batch-Id-Weighted-Sum   PIC 9(03).
       01 Batch-Id-Check-Quotient PIC 9(03).
           PERFORM Close-Files.
           DISPLAY "Customer records loaded: " Records-Loaded.
           DISPLAY "Customer records rejected: " Records-Rejected.
           DISPLAY "Customer records held for watch-list review: "
               Records-Held.
           IF Records-Rejected > 0 OR Records-Held > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       Open-Files.
           PERFORM Read-Business-Date.
           OPEN INPUT Customer-Batch-File.
           MOVE "CUSTMSTR" TO Lock-Master-Wanted.
           MOVE "CustomerBatchLoad" TO Lock-Program-Name.
               OPEN I-O Customer-Master-File
           END-IF.
           OPEN OUTPUT Customer-Exception-File.
           MOVE Today-Date TO Watch-Business-Date.
           MOVE "L" TO Watch-Hit-Source.
           PERFORM Open-Watch-Files.
           PERFORM Open-Pending-File.

       Load-Batch-Record.
           PERFORM Process-Current-Batch-Record.
               MOVE Batch-State TO CUSTOMER-STATE
               MOVE Batch-Zip TO CUSTOMER-ZIP
               MOVE Batch-Phone TO CUSTOMER-PHONE
               PERFORM Screen-Batch-Name
               IF Watch-Possible-Match
                   PERFORM Hold-Customer-For-Review
                   ADD 1 TO Records-Held
               ELSE
                   WRITE CUSTOMER-RECORD
                       INVALID KEY
                           PERFORM Reject-Duplicate-Customer
                   END-WRITE
                   IF Cust-File-Ok
                       ADD 1 TO Records-Loaded
                   END-IF
               END-IF
           ELSE
               PERFORM Reject-Bad-Check-Digit
           END-IF
           END-IF.

       Screen-Batch-Name.
           MOVE Batch-Customer-Id TO Watch-Screen-Customer-Id.
           MOVE Batch-First-Name TO Watch-Screen-First-Name.
           MOVE Batch-Last-Name TO Watch-Screen-Last-Name.
           PERFORM Screen-Watch-Name.

       Validate-Batch-Id-Check-Digit.
           SET Batch-Id-Check-Ok TO TRUE.
           COMPUTE Batch-Id-Weighted-Sum =
           CLOSE Customer-Master-File.
           PERFORM Release-Master-Lock.
           CLOSE Customer-Exception-File.
           PERFORM Close-Watch-Files.
           PERFORM Close-Pending-File.

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

       COPY LOCKPROC.

       COPY WATCHPRC.

       COPY WATCHHLD.
