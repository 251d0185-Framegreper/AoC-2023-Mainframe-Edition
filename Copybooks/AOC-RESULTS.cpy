      * season existed are short of these columns and read back
      * non-numeric, which every reader treats as the 2023 season
      * this suite started with.
      * The participant code follows the season the same way: one
      * team member's runs are told from another's by it, and a
      * record short of the column reads back blank - the
      * installation's own participant, whose records these always
      * were (see AOC-ROSTER).
      ******************************************************************
           05  AR-DAY-NUMBER         PIC 9(2).
           05  FILLER                PIC X(1).
           05  AR-INPUT-BYTE-SUM     PIC 9(12).
           05  FILLER                PIC X(1).
           05  AR-SEASON-YEAR        PIC 9(4).
           05  FILLER                PIC X(1).
           05  AR-PARTICIPANT        PIC X(8).
