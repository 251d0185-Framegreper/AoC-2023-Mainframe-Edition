      * indexed file built before the season field must be rebuilt
      * once with AOC-LEDGER-LOAD - the old key layout cannot be read
      * through this one.
      * AX-CONFIRMED is "YES" once AOC-GUESS has recorded the site
      * accepting exactly this answer - anything else means the
      * answer was only computed. The flag rides at the end of the
      * record; a file built before it existed is rebuilt with
      * AOC-LEDGER-LOAD and then AOC-GUESS RECONFIRM re-applies the
      * journal's CORRECT verdicts.
      * The participant code sits between the season and the day, so
      * each team member's answers are their own keys ("JSMITH's
      * 2023 day 5 part 2") and a season's keys read back grouped by
      * participant. Blank is the installation's own participant.
      * The record is 90 bytes with it; an indexed file built before
      * it existed is rebuilt once with AOC-LEDGER-LOAD, exactly as
      * for the season key.
      ******************************************************************
           05  AX-LEDGER-KEY.
               10  AX-SEASON-YEAR    PIC 9(4).
               10  AX-PARTICIPANT    PIC X(8).
               10  AX-DAY-NUMBER     PIC 9(2).
               10  AX-PART-NUMBER    PIC 9(1).
           05  AX-ANSWER             PIC X(20).
           05  AX-ELAPSED-SECONDS    PIC 9(6)V9(2).
           05  AX-INPUT-RECORDS      PIC 9(6).
           05  AX-INPUT-BYTE-SUM     PIC 9(12).
           05  AX-CONFIRMED          PIC X(3).
