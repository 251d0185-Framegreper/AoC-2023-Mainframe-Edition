      ******************************************************************
      * AOC-REGISTRY call block - the solver registry. AOC-RUNNER asks
      * which module solves a day, AOC-STATUS and AOC-SOLVERS list
      * the season, and AOC-SOLVERS records changes and seeds a new
      * season:
      *     MOVE "LOOK" TO RG-FUNCTION
      *     CALL "AOC-REGISTRY" USING <this block>
      * RG-FUNCTION      - "LOOK" the entry in force for one day,
      *                    "LIST" the entries in force for every day
      *                    of the season, "SET " record a change,
      *                    "SEED" start a season with no entries.
      * RG-PROGRAM       - the asking program (changes and failures
      *                    are logged under its name).
      * RG-SEASON-YEAR   - the season.
      * RG-DAY-NUMBER    - LOOK, SET: the day.
      * RG-AS-OF-DATE    - LOOK, LIST: YYYYMMDD the answer is for;
      *                    zero means today.
      * RG-SOLVER-PROGRAM - LOOK: returned. SET: the module to
      *                    register; blank keeps the one in force.
      * RG-STATE         - LOOK: returned, ENABLED, DISABLED or NONE
      *                    (no entry in force). SET: ENABLED or
      *                    DISABLED.
      * RG-EFFECTIVE-DATE - LOOK: returned, when the entry in force
      *                    took effect. SET: YYYYMMDD the change takes
      *                    effect; zero means today, and an earlier
      *                    date is refused - what already ran stays
      *                    explained by the file.
      * RG-OPERATOR      - LOOK: who made the entry in force. SET:
      *                    returned, who made the change (AOC-OPERATOR,
      *                    else USER, else BATCH).
      * RG-PENDING-STATE / RG-PENDING-DATE - LOOK: the next change
      *                    already recorded for a later date (blank
      *                    and zero when none).
      * RG-ENTRY-COUNT   - LOOK, LIST: the season's records on file.
      *                    SEED: returned, the days recorded (or, on
      *                    RC 4, the season's records already there).
      * RG-DAY-TABLE     - LIST: per day, what LOOK would return.
      *                    SEED: RG-DAY-PROGRAM per day is the module
      *                    to record ENABLED from today; blank days
      *                    are left unregistered.
      * RG-RETURN-CODE   - LOOK: 0 an enabled solver, 4 the solver is
      *                    disabled, 8 no solver registered.
      *                    LIST: 0.
      *                    SET: 0 recorded, 4 already so (nothing
      *                    written), 8 refused (logged at E).
      *                    SEED: 0 recorded, 4 the season already has
      *                    entries (nothing written).
      *                    Any function: 12 the registry could not be
      *                    read or written (logged at E), or an
      *                    unknown function.
      ******************************************************************
           05  RG-FUNCTION           PIC X(4).
           05  RG-PROGRAM            PIC X(16).
           05  RG-SEASON-YEAR        PIC 9(4).
           05  RG-DAY-NUMBER         PIC 9(2).
           05  RG-AS-OF-DATE         PIC 9(8).
           05  RG-SOLVER-PROGRAM     PIC X(12).
           05  RG-STATE              PIC X(8).
           05  RG-EFFECTIVE-DATE     PIC 9(8).
           05  RG-OPERATOR           PIC X(16).
           05  RG-PENDING-STATE      PIC X(8).
           05  RG-PENDING-DATE       PIC 9(8).
           05  RG-ENTRY-COUNT        PIC 9(4).
           05  RG-DAY-TABLE.
               10  RG-DAY-ENTRY OCCURS 25 TIMES.
                   15  RG-DAY-PROGRAM      PIC X(12).
                   15  RG-DAY-STATE        PIC X(8).
                   15  RG-DAY-EFFECTIVE    PIC 9(8).
                   15  RG-DAY-OPERATOR     PIC X(16).
                   15  RG-DAY-PENDING-STATE PIC X(8).
                   15  RG-DAY-PENDING-DATE PIC 9(8).
           05  RG-RETURN-CODE        PIC 99.
