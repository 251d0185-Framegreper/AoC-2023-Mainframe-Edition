      ******************************************************************
      * AOC-GUESS submission journal record - one line per answer
      * actually typed into the puzzle site, appended by AOC-GUESS and
      * never rewritten. The answer is held in the same text form the
      * ledger writes (18 zero-padded digits, a leading "-" only when
      * negative), so a journal answer and a ledger answer compare as
      * plain text. The verdict is what the site said:
      *   HIGH    - "your answer is too high" (an upper bound)
      *   LOW     - "your answer is too low"  (a lower bound)
      *   WRONG   - rejected with no direction given
      *   CORRECT - accepted; the part is confirmed
      * GJ-PARTICIPANT is whose account the answer was typed into -
      * every participant's puzzle has its own answers. Blank for the
      * installation's own participant and on records written before
      * the column existed.
      ******************************************************************
           05  GJ-SEASON-YEAR        PIC 9(4).
           05  FILLER                PIC X(1).
           05  GJ-DAY-NUMBER         PIC 9(2).
           05  FILLER                PIC X(1).
           05  GJ-PART-NUMBER        PIC 9(1).
           05  FILLER                PIC X(1).
           05  GJ-ANSWER             PIC X(20).
           05  FILLER                PIC X(1).
           05  GJ-VERDICT            PIC X(7).
           05  FILLER                PIC X(1).
           05  GJ-SUBMIT-TIMESTAMP   PIC X(26).
           05  FILLER                PIC X(1).
           05  GJ-PARTICIPANT        PIC X(8).
