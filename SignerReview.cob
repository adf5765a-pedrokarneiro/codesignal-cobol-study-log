       IDENTIFICATION DIVISION.
       PROGRAM-ID. SignerReview.
      *> SignerReview is the nightly check on the ACCTSIGN
      *> authorized-signer file SignerMaintenance keeps. Every
      *> active signer record is tested: one whose expiry date has
      *> passed is marked expired, one whose signer customer is no
      *> longer on CUSTMSTR (CustomerOffboard has removed them) is
      *> marked offboarded, and one whose signer has been recorded as
      *> deceased is marked deceased, since the authority dies with
      *> them. Each flagged record is stamped with the business date
      *> and listed on the SIGNRPT signer exception report so the
      *> branch can collect new paperwork or close the relationship.
      *> Maintenance History
      *> 2026-10-15: Initial version.
      *> 2026-10-15: When the RPTPARM report options ask for it, the
      *> report also writes the SIGNCSV comma-delimited extract for
      *> spreadsheets: a header row and one row per flagged signer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Account-Signer-File ASSIGN TO "ACCTSIGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIGNER-KEY
               FILE STATUS IS Sign-File-Status.

           SELECT Customer-Master-File ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS Cust-File-Status.

           SELECT Report-Print-File ASSIGN TO "SIGNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "SIGNCSV"
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
       FD  Account-Signer-File.
       COPY ACCTSIGN.

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

       WORKING-STORAGE SECTION.
       01 Joblog-File-Status PIC X(02) VALUE "00".
       01 Job-Run-Start-Time PIC 9(08).

       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Sign-File-Status PIC X(02) VALUE "00".
          88 Sign-File-Ok VALUE "00".
          88 Sign-File-Eof VALUE "10".

       01 Cust-File-Status PIC X(02) VALUE "00".
          88 Cust-File-Ok VALUE "00".
       01 Cust-File-Open-Switch PIC X(01) VALUE "N".
          88 Cust-File-Is-Open VALUE "Y".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).

       01 Signers-Read PIC 9(05) VALUE 0.
       01 Signers-Expired PIC 9(05) VALUE 0.
       01 Signers-Offboarded PIC 9(05) VALUE 0.
       01 Signers-Deceased PIC 9(05) VALUE 0.

       01 Signer-Heading-Line.
           05 FILLER               PIC X(17) VALUE "  ACCOUNT".
           05 FILLER               PIC X(08) VALUE "SIGNER".
           05 FILLER               PIC X(06) VALUE "ROLE".
           05 FILLER               PIC X(10) VALUE "EFFECTIVE".
           05 FILLER               PIC X(10) VALUE "EXPIRES".
           05 FILLER               PIC X(20) VALUE "REASON".

       01 Signer-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Acct-Number      PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Customer-Id      PIC 9(05).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Sdl-Role             PIC X(01).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Sdl-Effective-Date   PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Expiry-Date      PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Sdl-Reason           PIC X(30).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT Job-Run-Start-Time FROM TIME.
           PERFORM Read-Business-Date.
           OPEN OUTPUT Report-Print-File.
           MOVE "SIGNER EXCEPTION REPORT" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "ACCOUNT," "SIGNER," "ROLE," "EFFECTIVE," "EXPIRES,"
               "REASON"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           MOVE Signer-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           OPEN I-O Account-Signer-File.
           IF Sign-File-Ok
               PERFORM Open-Customer-Master
               PERFORM Read-Next-Signer
               PERFORM Check-One-Signer UNTIL Sign-File-Eof
               CLOSE Account-Signer-File
               IF Cust-File-Is-Open
                   CLOSE Customer-Master-File
               END-IF
           END-IF.
           IF Signers-Expired + Signers-Offboarded
               + Signers-Deceased = 0
               MOVE "  No signer records needed flagging."
                   TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           DISPLAY "Signer records read: " Signers-Read.
           DISPLAY "Signers expired: " Signers-Expired.
           DISPLAY "Signers offboarded: " Signers-Offboarded.
           DISPLAY "Signers deceased: " Signers-Deceased.
           PERFORM Write-Job-Log.
           STOP RUN.

      *> Without a customer master the offboard and deceased checks
      *> cannot be made; the expiry check still runs.
       Open-Customer-Master.
           OPEN INPUT Customer-Master-File.
           IF Cust-File-Ok
               SET Cust-File-Is-Open TO TRUE
           ELSE
               DISPLAY "No customer-master file - signers checked"
                   " for expiry only."
           END-IF.

       Read-Next-Signer.
           READ Account-Signer-File NEXT RECORD
               AT END
                   SET Sign-File-Eof TO TRUE
           END-READ.

       Check-One-Signer.
           ADD 1 TO Signers-Read.
           IF Signer-Active
               IF Signer-Expiry-Date NOT = 0
                   AND Signer-Expiry-Date < Today-Date
                   SET Signer-Expired TO TRUE
                   ADD 1 TO Signers-Expired
                   MOVE "AUTHORITY EXPIRED" TO Sdl-Reason
               ELSE
                   IF Cust-File-Is-Open
                       PERFORM Check-Signer-Customer
                   END-IF
               END-IF
               IF NOT Signer-Active
                   MOVE Today-Date TO Signer-Flagged-Date
                   REWRITE Account-Signer-Record
                   PERFORM Print-Flagged-Signer
               END-IF
           END-IF.
           PERFORM Read-Next-Signer.

       Check-Signer-Customer.
           MOVE Signer-Customer-Id TO CUSTOMER-ID.
           READ Customer-Master-File
               INVALID KEY
                   SET Signer-Offboarded TO TRUE
                   ADD 1 TO Signers-Offboarded
                   MOVE "SIGNER OFFBOARDED" TO Sdl-Reason
           END-READ.
           IF Cust-File-Ok AND CUSTOMER-DECEASED
               SET Signer-Deceased TO TRUE
               ADD 1 TO Signers-Deceased
               MOVE "SIGNER DECEASED" TO Sdl-Reason
           END-IF.

       Print-Flagged-Signer.
           MOVE Signer-Acct-Number TO Sdl-Acct-Number.
           MOVE Signer-Customer-Id TO Sdl-Customer-Id.
           MOVE Signer-Role TO Sdl-Role.
           MOVE Signer-Effective-Date TO Sdl-Effective-Date.
           MOVE Signer-Expiry-Date TO Sdl-Expiry-Date.
           MOVE Signer-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

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
           MOVE "SignerReview" TO Job-Program-Id.
           MOVE Today-Date TO Job-Business-Date.
           MOVE Job-Run-Start-Time TO Job-Start-Time.
           ACCEPT Job-End-Time FROM TIME.
           MOVE RETURN-CODE TO Job-Return-Code.
           MOVE Signers-Read TO Job-Records-Processed.
           OPEN EXTEND Job-Log-File.
           IF Joblog-File-Status = "35"
               CLOSE Job-Log-File
               OPEN OUTPUT Job-Log-File
           END-IF.
           WRITE Job-Log-Record.
           CLOSE Job-Log-File.

       Build-Csv-Row.
           MOVE Sdl-Acct-Number TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Sdl-Customer-Id TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Sdl-Role TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE Sdl-Effective-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Sdl-Expiry-Date TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Sdl-Reason TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
