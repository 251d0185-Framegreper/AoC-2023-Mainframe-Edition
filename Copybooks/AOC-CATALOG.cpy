      * Append-only, like the run-history file: a re-intake of the
      * same day appends a new entry, and the latest matching entry
      * is the one that counts.
      * IC-PARTICIPANT is whose input it is - blank for the
      * installation's own participant and for every entry made
      * before the column existed.
      * IC-RETAINED-FILENAME is the dated copy of exactly what was
      * installed (<prefix>DAYnn-INPUT-<yyyymmddhhmmsscc>.TXT), kept
      * so AOC-INPUT-DIFF can show record by record what changed
      * since. Blank for an entry made before copies were kept.
      ******************************************************************
           05  IC-DAY-NUMBER         PIC 9(2).
           05  FILLER                PIC X(1).
           05  IC-RAW-FILENAME       PIC X(44).
           05  FILLER                PIC X(1).
           05  IC-SEASON-YEAR        PIC 9(4).
           05  FILLER                PIC X(1).
           05  IC-PARTICIPANT        PIC X(8).
           05  FILLER                PIC X(1).
           05  IC-RETAINED-FILENAME  PIC X(60).
