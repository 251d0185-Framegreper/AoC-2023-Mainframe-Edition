      ******************************************************************
      * Solver registry record - the control file that says which
      * AOC-DAYnn module solves which day (AOC-SOLVER-REGISTRY.TXT,
      * or wherever AOC-REGISTRY-DD points). Read only through
      * AOC-REGISTRY and changed only through AOC-SOLVERS, never with
      * an editor - every change is a new record, so the file is its
      * own history of who changed what.
      * Append-only and effective-dated: the entry in force for a
      * season's day on a given date is the one with the latest
      * SG-EFFECTIVE-DATE on or before that date (the later record
      * when two share a date). A day with no entry in force has no
      * solver - the runner's placeholder path.
      * SG-SOLVER-PROGRAM - the module AOC-RUNNER CALLs (AOC-DAY05).
      * SG-STATE          - ENABLED, or DISABLED to pull the solver
      *                     out of the run from SG-EFFECTIVE-DATE on.
      * SG-EFFECTIVE-DATE - YYYYMMDD the entry takes effect.
      * SG-EVENT-TIMESTAMP - when the change was made.
      * SG-OPERATOR       - who made it.
      * SG-PROGRAM        - the program that made it.
      ******************************************************************
           05  SG-SEASON-YEAR        PIC 9(4).
           05  FILLER                PIC X(1).
           05  SG-DAY-NUMBER         PIC 9(2).
           05  FILLER                PIC X(1).
           05  SG-SOLVER-PROGRAM     PIC X(12).
           05  FILLER                PIC X(1).
           05  SG-STATE              PIC X(8).
           05  FILLER                PIC X(1).
           05  SG-EFFECTIVE-DATE     PIC 9(8).
           05  FILLER                PIC X(1).
           05  SG-EVENT-TIMESTAMP    PIC X(26).
           05  FILLER                PIC X(1).
           05  SG-OPERATOR           PIC X(16).
           05  FILLER                PIC X(1).
           05  SG-PROGRAM            PIC X(16).
