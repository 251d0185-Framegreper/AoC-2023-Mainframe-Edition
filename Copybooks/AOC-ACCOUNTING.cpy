      * to leave nothing machine-readable behind - this record is
      * how "how many times did Day 3 fail before it ledgered" stops
      * being a log-grepping question. AOC-ACCOUNT reports over it.
      * AC-RUN-MODE: REAL, DRYRUN, VERIFY, SAMPLE.
      * AC-SEASON-DRIVEN: YES when AOC-SEASON was driving the run.
      * AC-OPERATOR: who the run was made for - the console sign-on
      * or the job step's AOC-OPERATOR, else USER, else BATCH (blank
      * on records written before the column existed).
      * AC-PARTICIPANT: whose input the run was over (see AOC-ROSTER)
      * - blank for the installation's own participant and on
      * records written before the column existed.
      ******************************************************************
           05  AC-SEASON-YEAR        PIC 9(4).
           05  FILLER                PIC X(1).
           05  AC-INPUT-BYTE-SUM     PIC 9(12).
           05  FILLER                PIC X(1).
           05  AC-SEASON-DRIVEN      PIC X(3).
           05  FILLER                PIC X(1).
           05  AC-OPERATOR           PIC X(16).
           05  FILLER                PIC X(1).
           05  AC-PARTICIPANT        PIC X(8).
