      ******************************************************************
      * Operator authorization record - one line per operator in
      * AOC-OPERATORS.TXT (or wherever AOC-OPERATORS-DD points),
      * maintained by the system administrator with an editor and
      * read only by AOC-AUTH. Records starting "*" and blank records
      * are comments.
      * OP-OPERATOR-ID    - the ID typed at console sign-on, or set
      *                     in AOC-OPERATOR by a job step.
      * OP-CLASS          - up to four function classes, one per
      *                     slot: INQUIRY (reports and listings), RUN
      *                     (solver runs, season runs, intake), MAINTAIN
      *                     (FORCE, PURGE, UNLOCK, archive CUT,
      *                     IMPORT, housekeeping), ADMIN (IMPORT
      *                     REPLACE, ledger ROLLBACK/UNDO). ADMIN
      *                     carries every other class with it.
      * OP-OPERATOR-NAME  - who the ID belongs to, for the reader.
      * Example:
      *   JSMITH           INQUIRY  RUN      MAINTAIN          J SMITH
      ******************************************************************
           05  OP-OPERATOR-ID        PIC X(16).
           05  FILLER                PIC X(1).
           05  OP-CLASS-ENTRY OCCURS 4 TIMES.
               10  OP-CLASS          PIC X(8).
               10  FILLER            PIC X(1).
           05  OP-OPERATOR-NAME      PIC X(30).
