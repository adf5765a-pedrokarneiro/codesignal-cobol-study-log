       IDENTIFICATION DIVISION.
       PROGRAM-ID. LotExpiryReport.
      *> LotExpiryReport is the weekly check on perishable stock.
      *> It reads the LOTSTOCK lots with stock on hand and prints
      *> two sections on LOTEXRPT: first every lot already past its
      *> expiry date on the business date that is still on hand -
      *> stock to pull and write off, which the picking list will
      *> no longer send anyone to - with the days since it expired;
      *> then every lot expiring within the LOTPARM window (30 days
      *> when there is no parameter file), soonest first within
      *> each item, with the days it has left. Each line gives the
      *> item, warehouse, lot, bin, date received, expiry and the
      *> eaches on hand, and each section ends with its count and
      *> eaches. When the RPTPARM report options ask for it, the
      *> report also writes the LOTEXCSV comma-delimited extract.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Lot-Stock-File ASSIGN TO "LOTSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS Lot-File-Status.

           SELECT Lot-Parm-File ASSIGN TO "LOTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-File-Status.

           SELECT Report-Print-File ASSIGN TO "LOTEXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-File-Status.

           SELECT Report-Parm-File ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-PARM-FILE-STATUS.

           SELECT Report-Csv-File ASSIGN TO "LOTEXCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FILE-STATUS.

           SELECT Run-Control-File ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Runctl-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Lot-Stock-File.
       COPY LOTSTOCK.

       FD  Lot-Parm-File.
       01 Lot-Parm-Record.
           05 Parm-Window-Days      PIC 9(03).

       FD  Report-Print-File.
       01 Report-Print-Record PIC X(132).

       FD  Report-Parm-File.
       COPY RPTPARM.

       FD  Report-Csv-File.
       01 Report-Csv-Record PIC X(500).

       FD  Run-Control-File.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 Runctl-File-Status PIC X(02) VALUE "00".
          88 Runctl-File-Ok VALUE "00".

       01 Lot-File-Status PIC X(02) VALUE "00".
          88 Lot-File-Ok VALUE "00".
          88 Lot-File-Eof VALUE "10".

       01 Parm-File-Status PIC X(02) VALUE "00".
          88 Parm-File-Ok VALUE "00".

       01 Rpt-File-Status PIC X(02) VALUE "00".

       COPY RPTWS.
       COPY RPTCSVWS.

       01 Today-Date PIC 9(08).
       01 Window-Days PIC 9(03) VALUE 30.
       01 Window-End-Date PIC 9(08).
       01 Window-Day-Sub PIC 9(03).
       01 Section-Switch PIC X(01) VALUE "X".
          88 Listing-Expired VALUE "X".
          88 Listing-Expiring VALUE "W".
       01 Section-Name PIC X(08).

       01 Section-Lots PIC 9(05) VALUE 0.
       01 Section-Eaches PIC 9(09) VALUE 0.
       01 Expired-Lots PIC 9(05) VALUE 0.
       01 Expiring-Lots PIC 9(05) VALUE 0.

      *> Days between two dates are walked forward a day at a time
      *> from the earlier to the later; the month lengths carry
      *> February at 28 and a leap year adds the 29th. Counts past
      *> 999 days are held at 999.
       01 Day-Count PIC 9(03).
       01 Walk-Target-Date PIC 9(08).
       01 Walk-Date PIC 9(08).
       01 Walk-Date-Split REDEFINES Walk-Date.
           05 Walk-Year             PIC 9(04).
           05 Walk-Month            PIC 9(02).
           05 Walk-Day              PIC 9(02).
       01 Month-Length-Values PIC X(24)
           VALUE "312831303130313130313031".
       01 Month-Length-Table REDEFINES Month-Length-Values.
           05 Month-Length          PIC 9(02) OCCURS 12 TIMES.
       01 Days-In-Month PIC 9(02).
       01 Leap-Quotient PIC 9(04).
       01 Leap-Remainder-4 PIC 9(04).
       01 Leap-Remainder-100 PIC 9(04).
       01 Leap-Remainder-400 PIC 9(04).

       01 Lot-Heading-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "ITEM".
           05 FILLER               PIC X(06) VALUE "WHSE".
           05 FILLER               PIC X(12) VALUE "LOT".
           05 FILLER               PIC X(07) VALUE "BIN".
           05 FILLER               PIC X(10) VALUE "RECEIVED".
           05 FILLER               PIC X(10) VALUE "EXPIRES".
           05 FILLER               PIC X(06) VALUE "DAYS".
           05 FILLER               PIC X(09) VALUE "  ON HAND".

       01 Lot-Detail-Line.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ldl-Item             PIC 9(09).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ldl-Warehouse        PIC X(03).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 Ldl-Lot              PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ldl-Bin              PIC X(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ldl-Received         PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ldl-Expires          PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ldl-Days             PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 Ldl-On-Hand          PIC Z,ZZZ,ZZ9.

       01 Section-Total-Line.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 Stl-Lots             PIC ZZ,ZZ9.
           05 FILLER               PIC X(10) VALUE " LOT(S) - ".
           05 Stl-Eaches           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(16) VALUE " EACHES ON HAND".

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Read-Business-Date.
           PERFORM Read-Lot-Parm.
           MOVE Today-Date TO Walk-Date.
           PERFORM Add-One-Day
               VARYING Window-Day-Sub FROM 1 BY 1
               UNTIL Window-Day-Sub > Window-Days.
           MOVE Walk-Date TO Window-End-Date.
           OPEN INPUT Lot-Stock-File.
           IF Lot-File-Status = "35"
               DISPLAY "No LOTSTOCK lot file - no lots to report."
               STOP RUN
           END-IF.
           OPEN OUTPUT Report-Print-File.
           MOVE "LOT EXPIRY REPORT" TO RPT-TITLE.
           MOVE Today-Date TO RPT-BUSINESS-DATE.
           MOVE SPACES TO RPT-CSV-HEADER.
           STRING "SECTION," "ITEM," "WAREHOUSE," "LOT," "BIN,"
               "RECEIVED," "EXPIRES," "DAYS," "ON HAND"
               DELIMITED BY SIZE INTO RPT-CSV-HEADER
           END-STRING.
           PERFORM Report-Start.
           SET Listing-Expired TO TRUE.
           MOVE "EXPIRED" TO Section-Name.
           MOVE "  EXPIRED LOTS STILL ON HAND - DAYS SINCE EXPIRY"
               TO RPT-PRINT-LINE.
           PERFORM List-Section.
           MOVE Section-Lots TO Expired-Lots.
           SET Listing-Expiring TO TRUE.
           MOVE "EXPIRING" TO Section-Name.
           MOVE SPACES TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE SPACES TO RPT-PRINT-LINE.
           STRING "  LOTS EXPIRING WITHIN " DELIMITED BY SIZE
               Window-Days DELIMITED BY SIZE
               " DAYS (BY " DELIMITED BY SIZE
               Window-End-Date DELIMITED BY SIZE
               ") - DAYS LEFT" DELIMITED BY SIZE
               INTO RPT-PRINT-LINE
           END-STRING.
           PERFORM List-Section.
           MOVE Section-Lots TO Expiring-Lots.
           PERFORM Report-End.
           CLOSE Report-Print-File.
           CLOSE Lot-Stock-File.
           DISPLAY "Expired lots still on hand: " Expired-Lots.
           DISPLAY "Lots expiring by " Window-End-Date ": "
               Expiring-Lots.
           STOP RUN.

      *> Each section is one pass over the lots in key order, which
      *> is item and warehouse, then soonest expiry first.
       List-Section.
           PERFORM Report-Write-Line.
           MOVE Lot-Heading-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Line.
           MOVE 0 TO Section-Lots.
           MOVE 0 TO Section-Eaches.
           MOVE LOW-VALUES TO LOT-KEY.
           START Lot-Stock-File KEY IS GREATER THAN LOT-KEY
               INVALID KEY
                   SET Lot-File-Eof TO TRUE
           END-START.
           IF Lot-File-Ok
               PERFORM Read-Next-Lot
               PERFORM Check-One-Lot UNTIL Lot-File-Eof
           END-IF.
           IF Section-Lots = 0
               MOVE "    None." TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           ELSE
               MOVE Section-Lots TO Stl-Lots
               MOVE Section-Eaches TO Stl-Eaches
               MOVE Section-Total-Line TO RPT-PRINT-LINE
               PERFORM Report-Write-Line
           END-IF.
           MOVE "00" TO Lot-File-Status.

       Read-Next-Lot.
           READ Lot-Stock-File NEXT RECORD
               AT END
                   SET Lot-File-Eof TO TRUE
           END-READ.

       Check-One-Lot.
           IF LOT-STOCK > 0 AND NOT LOT-NO-EXPIRY
               EVALUATE TRUE
                   WHEN Listing-Expired
                       AND LOT-EXPIRY-DATE < Today-Date
                       MOVE LOT-EXPIRY-DATE TO Walk-Date
                       MOVE Today-Date TO Walk-Target-Date
                       PERFORM Print-Lot-Line
                   WHEN Listing-Expiring
                       AND LOT-EXPIRY-DATE >= Today-Date
                       AND LOT-EXPIRY-DATE <= Window-End-Date
                       MOVE Today-Date TO Walk-Date
                       MOVE LOT-EXPIRY-DATE TO Walk-Target-Date
                       PERFORM Print-Lot-Line
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM Read-Next-Lot.

       Print-Lot-Line.
           PERFORM Count-Days-Between.
           ADD 1 TO Section-Lots.
           ADD LOT-STOCK TO Section-Eaches.
           MOVE LOT-ITEM-NUMBER TO Ldl-Item.
           MOVE LOT-WAREHOUSE TO Ldl-Warehouse.
           MOVE LOT-NUMBER TO Ldl-Lot.
           MOVE LOT-BIN TO Ldl-Bin.
           MOVE LOT-RECEIVED-DATE TO Ldl-Received.
           MOVE LOT-EXPIRY-DATE TO Ldl-Expires.
           MOVE Day-Count TO Ldl-Days.
           MOVE LOT-STOCK TO Ldl-On-Hand.
           MOVE Lot-Detail-Line TO RPT-PRINT-LINE.
           PERFORM Report-Write-Detail.

       Count-Days-Between.
           MOVE 0 TO Day-Count.
           PERFORM Step-One-Day
               UNTIL Walk-Date >= Walk-Target-Date
               OR Day-Count = 999.

       Step-One-Day.
           PERFORM Add-One-Day.
           ADD 1 TO Day-Count.

       Add-One-Day.
           MOVE Month-Length(Walk-Month) TO Days-In-Month.
           IF Walk-Month = 2
               DIVIDE Walk-Year BY 4 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-4
               DIVIDE Walk-Year BY 100 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-100
               DIVIDE Walk-Year BY 400 GIVING Leap-Quotient
                   REMAINDER Leap-Remainder-400
               IF Leap-Remainder-4 = 0
                   AND (Leap-Remainder-100 NOT = 0
                       OR Leap-Remainder-400 = 0)
                   MOVE 29 TO Days-In-Month
               END-IF
           END-IF.
           IF Walk-Day < Days-In-Month
               ADD 1 TO Walk-Day
           ELSE
               MOVE 1 TO Walk-Day
               IF Walk-Month < 12
                   ADD 1 TO Walk-Month
               ELSE
                   MOVE 1 TO Walk-Month
                   ADD 1 TO Walk-Year
               END-IF
           END-IF.

      *> A missing or empty parameter file keeps the 30-day window.
       Read-Lot-Parm.
           OPEN INPUT Lot-Parm-File.
           IF Parm-File-Ok
               READ Lot-Parm-File
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Parm-Window-Days IS NUMERIC
                           MOVE Parm-Window-Days TO Window-Days
                       END-IF
               END-READ
               CLOSE Lot-Parm-File
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

       Build-Csv-Row.
           MOVE Section-Name TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE LOT-ITEM-NUMBER TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE LOT-WAREHOUSE TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE LOT-NUMBER TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE LOT-BIN TO RPT-CSV-TEXT.
           PERFORM Report-Csv-Add-Text.
           MOVE LOT-RECEIVED-DATE TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE LOT-EXPIRY-DATE TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE Day-Count TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.
           MOVE LOT-STOCK TO RPT-CSV-NUMBER.
           PERFORM Report-Csv-Add-Number.

       Write-Report-Record.
           WRITE Report-Print-Record FROM RPT-PRINT-LINE.

       COPY RPTPROC.
       COPY RPTCSVPR.
