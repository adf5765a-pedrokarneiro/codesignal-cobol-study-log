      *****************************************************************
      * FXRATEWS.CPY
      * Working-storage for the shared exchange-rate paragraphs
      * (FXRATEPR copybook). The host declares the EXCHRATE file as
      * Exchange-Rate-File (COPY EXCHRATE) with FILE STATUS
      * FXR-FILE-STATUS, moves the as-of date into FXR-AS-OF-DATE
      * and PERFORMs LOAD-EXCHANGE-RATES once; the table then holds
      * each currency's latest rate dated on or before that date.
      * FIND-EXCHANGE-RATE looks up FXR-WANTED-CURRENCY, and
      * CONVERT-TO-LOCAL turns FXR-FOREIGN-AMOUNT into
      * FXR-LOCAL-AMOUNT at the rate found.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  FXR-FILE-STATUS             PIC X(02) VALUE "00".
           88  FXR-FILE-OK                     VALUE "00".
           88  FXR-FILE-EOF                    VALUE "10".

       01  FXR-AS-OF-DATE              PIC 9(08).
       01  FXR-MAX-CURRENCIES          PIC 9(03) VALUE 50.
       01  FXR-CURRENCY-COUNT          PIC 9(03) VALUE 0.
       01  FXR-SUB                     PIC 9(03).
       01  FXR-RATE-TABLE.
           05  FXR-RATE-ENTRY OCCURS 50 TIMES.
               10  FXR-TBL-CURRENCY    PIC X(03).
               10  FXR-TBL-RATE        PIC 9(05)V9(06).
               10  FXR-TBL-RATE-DATE   PIC 9(08).

       01  FXR-TABLE-SWITCH            PIC X(01) VALUE "N".
           88  FXR-TABLE-OVERFLOWED            VALUE "Y".

       01  FXR-WANTED-CURRENCY         PIC X(03).
       01  FXR-FOUND-RATE              PIC 9(05)V9(06).
       01  FXR-FOUND-DATE              PIC 9(08).
       01  FXR-FOUND-SWITCH            PIC X(01) VALUE "N".
           88  FXR-RATE-FOUND                  VALUE "Y".

       01  FXR-FOREIGN-AMOUNT          PIC S9(11)V99.
       01  FXR-LOCAL-AMOUNT            PIC S9(11)V99.
