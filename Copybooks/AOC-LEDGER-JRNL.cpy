      ******************************************************************
      * AOC-LEDGER-JRNL call block - every program that WRITEs,
      * REWRITEs or DELETEs an AOC-RESULTS.IDX record calls the
      * journal writer with the record as it was and as it now is,
      * straight after the change succeeds:
      *     MOVE "PUT " TO LJ-FUNCTION
      *     CALL "AOC-LEDGER-JRNL" USING <this block>
      * LJ-PROGRAM       - the changing program (as it logs itself).
      * LJ-CHANGE-TYPE   - ADD, CHG or DEL (see AOC-LEDGER-CHANGE.cpy).
      * LJ-REVERSES-ID   - zero, except on AOC-RECOVER's own changes.
      * LJ-BEFORE-IMAGE  - the record before the change (blank on ADD).
      * LJ-AFTER-IMAGE   - the record after the change (blank on DEL).
      * LJ-CHANGE-ID     - returned: the number the change was
      *                    journaled under.
      * LJ-RETURN-CODE   - 0 journaled, 8 the journal could not be
      *                    written (logged at E - the ledger change
      *                    itself stands), 12 an unknown function.
      ******************************************************************
           05  LJ-FUNCTION           PIC X(4).
           05  LJ-PROGRAM            PIC X(16).
           05  LJ-CHANGE-TYPE        PIC X(3).
           05  LJ-REVERSES-ID        PIC 9(8).
           05  LJ-BEFORE-IMAGE       PIC X(90).
           05  LJ-AFTER-IMAGE        PIC X(90).
           05  LJ-CHANGE-ID          PIC 9(8).
           05  LJ-RETURN-CODE        PIC 99.
