       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeroRosterConvert.
      *> HeroRosterConvert is the one-time conversion behind the
      *> HEROREC skill-rating restructure: it reads the hero roster
      *> in its old 25-byte shape and writes every record to a
      *> new-format roster file (HERONEW) the operator swaps in as
      *> HEROSTR - the same pattern LoanMasterConvert set for the
      *> loan master. The old record is the leading 25 bytes of the
      *> new one unchanged, so it is carried across whole; every
      *> converted hero starts at the 1500 starting rating with no
      *> rated battles, and BattleSimulation moves the rating from
      *> the next battle on.
      *> Maintenance History
      *> 2026-10-15: Initial version.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Old-Hero-File ASSIGN TO "HEROSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Old-Hero-Name
               FILE STATUS IS Old-File-Status.

           SELECT New-Hero-File ASSIGN TO "HERONEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HERO-NAME
               FILE STATUS IS New-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Old-Hero-File.
       01 Old-Hero-Record.
           05 Old-Hero-Name         PIC A(20).
           05 Old-Hero-Data         PIC X(05).

       FD  New-Hero-File.
       COPY HEROREC.

       WORKING-STORAGE SECTION.
       01 Old-File-Status PIC X(02) VALUE "00".
          88 Old-File-Ok VALUE "00".
          88 Old-File-Eof VALUE "10".

       01 New-File-Status PIC X(02) VALUE "00".

       01 Records-Converted PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           OPEN INPUT Old-Hero-File.
           IF Old-File-Status = "35"
               DISPLAY "No hero-roster file to convert."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT New-Hero-File.
           DISPLAY "===== Hero Skill Rating Conversion =====".
           MOVE LOW-VALUES TO Old-Hero-Name.
           START Old-Hero-File
               KEY IS GREATER THAN Old-Hero-Name
               INVALID KEY
                   SET Old-File-Eof TO TRUE
           END-START.
           IF Old-File-Ok
               PERFORM Read-Next-Old-Hero
           END-IF.
           PERFORM Convert-One-Hero UNTIL Old-File-Eof.
           CLOSE Old-Hero-File.
           CLOSE New-Hero-File.
           DISPLAY "Records converted: " Records-Converted.
           DISPLAY "Swap HERONEW in as HEROSTR to finish.".
           STOP RUN.

       Read-Next-Old-Hero.
           READ Old-Hero-File NEXT RECORD
               AT END
                   SET Old-File-Eof TO TRUE
           END-READ.

       Convert-One-Hero.
           MOVE SPACES TO HERO-ROSTER-RECORD.
           MOVE Old-Hero-Record TO HERO-ROSTER-RECORD(1:25).
           MOVE 1500 TO HERO-SKILL-RATING.
           MOVE 0 TO HERO-RATED-BATTLES.
           MOVE 0 TO HERO-RATING-DATE.
           WRITE HERO-ROSTER-RECORD.
           ADD 1 TO Records-Converted.
           PERFORM Read-Next-Old-Hero.
