      ******************************************************************
      * AOC-SEASON-CONTROL record - the season control file
      * (AOC-SEASON-CONTROL.TXT, or wherever AOC-SEASON-CONTROL-DD
      * points). Append-only: every close and every reopen of a
      * season adds one record, and the LAST record for a season is
      * its state. A season with no record has never been closed.
      * SS-STATUS        - CLOSED, or OPEN for a reopen.
      * SS-EVENT-TIMESTAMP - when the close or reopen was done.
      * SS-OPERATOR      - who did it.
      * SS-PART-COUNT    - control total: indexed ledger records for
      *                    the season at the time.
      * SS-ANSWER-HASH   - control total: hash of those answers (see
      *                    AOC-LEDGER CLOSE) - a changed, added or
      *                    removed answer changes it.
      * SS-PROGRAM       - the program that asked.
      ******************************************************************
           05  SS-SEASON-YEAR        PIC 9(4).
           05  FILLER                PIC X(1).
           05  SS-STATUS             PIC X(6).
           05  FILLER                PIC X(1).
           05  SS-EVENT-TIMESTAMP    PIC X(26).
           05  FILLER                PIC X(1).
           05  SS-OPERATOR           PIC X(16).
           05  FILLER                PIC X(1).
           05  SS-PART-COUNT         PIC 9(3).
           05  FILLER                PIC X(1).
           05  SS-ANSWER-HASH        PIC 9(18).
           05  FILLER                PIC X(1).
           05  SS-PROGRAM            PIC X(16).
