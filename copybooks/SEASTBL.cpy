      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-09-02 PDK  Initial version.
      * 2026-10-15 PDK  Added SST-PLAYOFF-FINISH: SeasonClose marks
      *                 the playoff champion "C" and runner-up "R"
      *                 from the season's PlayoffBracket final, on
      *                 the individual or team line; lines written
      *                 before it read as spaces (no finish).
      *****************************************************************
       01  SEASON-STANDING-RECORD.
           05  SST-SEASON-ID           PIC 9(03).
           05  SST-WINS                PIC 9(05).
           05  SST-LOSSES              PIC 9(05).
           05  SST-DRAWS               PIC 9(05).
           05  SST-PLAYOFF-FINISH      PIC X(01).
               88  SST-PLAYOFF-CHAMPION        VALUE "C".
               88  SST-PLAYOFF-RUNNER-UP       VALUE "R".
