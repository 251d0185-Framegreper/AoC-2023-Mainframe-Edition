      ******************************************************************
      * Author:
      * Date:
      * Purpose: The solver registry - which AOC-DAYnn module solves
      * which day of which season, and whether it is allowed to run.
      * It used to be a table compiled into AOC-RUNNER, so shipping
      * a new day or pulling a misbehaving solver out of tomorrow's
      * run meant a program change and a re-migration of the runner.
      * The registry is a control file now (AOC-SOLVER-REGISTRY.TXT,
      * or wherever AOC-REGISTRY-DD points, layout
      * AOC-SOLVER-REGISTRY.cpy), read fresh on every call.
      * The file is append-only and effective-dated: every change is
      * a new record carrying the season, the day, the module, the
      * state (ENABLED or DISABLED), the date it takes effect, and
      * who made it and when - a change can be recorded today for
      * tomorrow's run, and the file is the history of every change.
      * The entry in force on a date is the one with the latest
      * effective date on or before it; a day with no entry in force
      * has no solver.
      * A missing registry is an error, not an empty one: a runner
      * that quietly saw no solvers would send every day down the
      * placeholder path. The first SET creates the file.
      * The operator on a change is AOC-OPERATOR when set, else the
      * sign-on user (USER), else BATCH. Every change is logged under
      * the asking program's name - a DISABLED at W, so it stands
      * out in any scan of the log.
      * Functions (RG-FUNCTION, see AOC-REGISTRY.cpy):
      *   LOOK - the entry in force for one day.
      *   LIST - the entries in force for every day of the season.
      *   SET  - record a change.
      *   SEED - start a season's registry: record every day the
      *          caller names ENABLED from today, but only while the
      *          season has no entry on file at all (or there is no
      *          file yet) - a season already registered is left
      *          exactly as it is.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO DYNAMIC WS-REGISTRY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE LABEL RECORDS ARE STANDARD.
           01  REGISTRY-RECORD.
               COPY "AOC-SOLVER-REGISTRY.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REGISTRY-FILENAME      PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-REGISTRY-FILE  PIC X(250)
           VALUE "AOC-SOLVER-REGISTRY.TXT".
       01 WS-REGISTRY-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 WS-REGISTRY-READ          PIC X(3) VALUE "NO".
       01 WS-OPERATOR               PIC X(16) VALUE SPACES.
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-TODAY                  PIC 9(8).
       01 WS-AS-OF-DATE             PIC 9(8).
       01 WS-NEW-PROGRAM            PIC X(12).
       01 WS-REFUSAL                PIC X(60).

      * The season's registry as of WS-AS-OF-DATE, one row per day.
       01 WS-DAY-STATE-TABLE.
          05 WS-DAY-STATE OCCURS 25 TIMES INDEXED BY WS-DAY-IDX.
             10 WS-DS-PROGRAM       PIC X(12).
             10 WS-DS-STATE         PIC X(8).
             10 WS-DS-EFFECTIVE     PIC 9(8).
             10 WS-DS-OPERATOR      PIC X(16).
             10 WS-DS-PENDING-STATE PIC X(8).
             10 WS-DS-PENDING-DATE  PIC 9(8).
       01 WS-ENTRY-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-SEEDED-COUNT           PIC 9(4) VALUE ZERO.

      * AOC-LOGGER interface - changes and refusals are written under
      * the ASKING program's name, so the dated log reads as that
      * program's own history.
       01 WS-LOG-PROGRAM-NAME       PIC X(16).
       01 WS-LOG-SEVERITY           PIC X(1).
       01 WS-LOG-MESSAGE            PIC X(120).
       01 WS-SAVED-RETURN-CODE      PIC S9(9) BINARY.

       LINKAGE SECTION.
       01 LS-REGISTRY-PARMS.
           COPY "AOC-REGISTRY.cpy".

       PROCEDURE DIVISION USING LS-REGISTRY-PARMS.
       MAIN-PROCEDURE.
           MOVE ZERO TO RG-RETURN-CODE
           MOVE RG-PROGRAM TO WS-LOG-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM RESOLVE-REGISTRY-FILENAME
           EVALUATE RG-FUNCTION
               WHEN "LOOK"
                   PERFORM RESOLVE-AS-OF-DATE
                   PERFORM LOAD-SEASON-STATE
                   IF WS-REGISTRY-READ = "YES"
                       PERFORM RETURN-ONE-DAY
                   ELSE
                       MOVE 12 TO RG-RETURN-CODE
                   END-IF
               WHEN "LIST"
                   PERFORM RESOLVE-AS-OF-DATE
                   PERFORM LOAD-SEASON-STATE
                   IF WS-REGISTRY-READ = "YES"
                       PERFORM RETURN-WHOLE-SEASON
                   ELSE
                       MOVE 12 TO RG-RETURN-CODE
                   END-IF
               WHEN "SET "
                   PERFORM SET-REGISTRY-ENTRY
               WHEN "SEED"
                   PERFORM SEED-SEASON-REGISTRY
               WHEN OTHER
                   MOVE 12 TO RG-RETURN-CODE
           END-EVALUATE
           GOBACK.

       RESOLVE-REGISTRY-FILENAME.
           ACCEPT WS-REGISTRY-FILENAME FROM ENVIRONMENT
               "AOC-REGISTRY-DD"
               ON EXCEPTION MOVE SPACES TO WS-REGISTRY-FILENAME
           END-ACCEPT
           IF WS-REGISTRY-FILENAME = SPACES
               MOVE WS-DEFAULT-REGISTRY-FILE TO WS-REGISTRY-FILENAME
           END-IF.

       RESOLVE-AS-OF-DATE.
           IF RG-AS-OF-DATE IS NUMERIC AND RG-AS-OF-DATE > ZERO
               MOVE RG-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-TODAY TO WS-AS-OF-DATE
           END-IF.

       RESOLVE-OPERATOR.
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "AOC-OPERATOR"
               ON EXCEPTION MOVE SPACES TO WS-OPERATOR
           END-ACCEPT
           IF WS-OPERATOR = SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
                   ON EXCEPTION MOVE SPACES TO WS-OPERATOR
               END-ACCEPT
           END-IF
           IF WS-OPERATOR = SPACES
               MOVE "BATCH" TO WS-OPERATOR
           END-IF.

       LOAD-SEASON-STATE.
      * Read fresh on every call - a solver disabled by another job
      * since the asking program started is disabled now.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 25
               MOVE SPACES TO WS-DS-PROGRAM (WS-DAY-IDX)
               MOVE "NONE" TO WS-DS-STATE (WS-DAY-IDX)
               MOVE ZERO TO WS-DS-EFFECTIVE (WS-DAY-IDX)
               MOVE SPACES TO WS-DS-OPERATOR (WS-DAY-IDX)
               MOVE SPACES TO WS-DS-PENDING-STATE (WS-DAY-IDX)
               MOVE ZERO TO WS-DS-PENDING-DATE (WS-DAY-IDX)
           END-PERFORM
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE "NO " TO WS-REGISTRY-READ
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-FILE-STATUS = "00"
               MOVE "YES" TO WS-REGISTRY-READ
               MOVE "NO" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "YES"
                   READ REGISTRY-FILE
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           PERFORM APPLY-ONE-REGISTRY-RECORD
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           ELSE
      * A SET or SEED onto a registry that does not exist yet starts
      * it; any other function has nothing to answer from.
               IF WS-REGISTRY-FILE-STATUS = "35"
                   AND (RG-FUNCTION = "SET " OR RG-FUNCTION = "SEED")
                   MOVE "YES" TO WS-REGISTRY-READ
               ELSE
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "solver registry "
                       FUNCTION TRIM (WS-REGISTRY-FILENAME)
                       " could not be read (status "
                       WS-REGISTRY-FILE-STATUS ") - no day's solver "
                       "can be looked up"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "E" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
               END-IF
           END-IF.

       APPLY-ONE-REGISTRY-RECORD.
      * File order is change order, so on an equal effective date
      * the later record wins.
           IF SG-SEASON-YEAR IS NUMERIC
               AND SG-SEASON-YEAR = RG-SEASON-YEAR
               AND SG-DAY-NUMBER IS NUMERIC
               AND SG-DAY-NUMBER >= 1 AND SG-DAY-NUMBER <= 25
               AND SG-EFFECTIVE-DATE IS NUMERIC
               ADD 1 TO WS-ENTRY-COUNT
               SET WS-DAY-IDX TO SG-DAY-NUMBER
               IF SG-EFFECTIVE-DATE <= WS-AS-OF-DATE
                   IF SG-EFFECTIVE-DATE >= WS-DS-EFFECTIVE (WS-DAY-IDX)
                       MOVE SG-SOLVER-PROGRAM
                           TO WS-DS-PROGRAM (WS-DAY-IDX)
                       MOVE SG-STATE TO WS-DS-STATE (WS-DAY-IDX)
                       MOVE SG-EFFECTIVE-DATE
                           TO WS-DS-EFFECTIVE (WS-DAY-IDX)
                       MOVE SG-OPERATOR TO WS-DS-OPERATOR (WS-DAY-IDX)
                   END-IF
               ELSE
                   IF WS-DS-PENDING-DATE (WS-DAY-IDX) = ZERO
                       OR SG-EFFECTIVE-DATE
                       <= WS-DS-PENDING-DATE (WS-DAY-IDX)
                       MOVE SG-STATE
                           TO WS-DS-PENDING-STATE (WS-DAY-IDX)
                       MOVE SG-EFFECTIVE-DATE
                           TO WS-DS-PENDING-DATE (WS-DAY-IDX)
                   END-IF
               END-IF
           END-IF.

       RETURN-ONE-DAY.
           MOVE WS-ENTRY-COUNT TO RG-ENTRY-COUNT
           IF RG-DAY-NUMBER IS NOT NUMERIC
               OR RG-DAY-NUMBER < 1 OR RG-DAY-NUMBER > 25
               MOVE SPACES TO RG-SOLVER-PROGRAM
               MOVE "NONE" TO RG-STATE
               MOVE ZERO TO RG-EFFECTIVE-DATE
               MOVE SPACES TO RG-OPERATOR
               MOVE SPACES TO RG-PENDING-STATE
               MOVE ZERO TO RG-PENDING-DATE
               MOVE 8 TO RG-RETURN-CODE
           ELSE
               SET WS-DAY-IDX TO RG-DAY-NUMBER
               MOVE WS-DS-PROGRAM (WS-DAY-IDX) TO RG-SOLVER-PROGRAM
               MOVE WS-DS-STATE (WS-DAY-IDX) TO RG-STATE
               MOVE WS-DS-EFFECTIVE (WS-DAY-IDX) TO RG-EFFECTIVE-DATE
               MOVE WS-DS-OPERATOR (WS-DAY-IDX) TO RG-OPERATOR
               MOVE WS-DS-PENDING-STATE (WS-DAY-IDX)
                   TO RG-PENDING-STATE
               MOVE WS-DS-PENDING-DATE (WS-DAY-IDX) TO RG-PENDING-DATE
               EVALUATE RG-STATE
                   WHEN "ENABLED"
                       MOVE ZERO TO RG-RETURN-CODE
                   WHEN "DISABLED"
                       MOVE 4 TO RG-RETURN-CODE
                   WHEN OTHER
                       MOVE 8 TO RG-RETURN-CODE
               END-EVALUATE
           END-IF.

       RETURN-WHOLE-SEASON.
           MOVE WS-ENTRY-COUNT TO RG-ENTRY-COUNT
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 25
               MOVE WS-DS-PROGRAM (WS-DAY-IDX)
                   TO RG-DAY-PROGRAM (WS-DAY-IDX)
               MOVE WS-DS-STATE (WS-DAY-IDX)
                   TO RG-DAY-STATE (WS-DAY-IDX)
               MOVE WS-DS-EFFECTIVE (WS-DAY-IDX)
                   TO RG-DAY-EFFECTIVE (WS-DAY-IDX)
               MOVE WS-DS-OPERATOR (WS-DAY-IDX)
                   TO RG-DAY-OPERATOR (WS-DAY-IDX)
               MOVE WS-DS-PENDING-STATE (WS-DAY-IDX)
                   TO RG-DAY-PENDING-STATE (WS-DAY-IDX)
               MOVE WS-DS-PENDING-DATE (WS-DAY-IDX)
                   TO RG-DAY-PENDING-DATE (WS-DAY-IDX)
           END-PERFORM.

       SET-REGISTRY-ENTRY.
      * Refusals name the first thing wrong, in the order an
      * operator would fix them.
           MOVE SPACES TO WS-REFUSAL
           IF RG-EFFECTIVE-DATE IS NUMERIC AND RG-EFFECTIVE-DATE = ZERO
               MOVE WS-TODAY TO RG-EFFECTIVE-DATE
           END-IF
           MOVE FUNCTION UPPER-CASE (RG-SOLVER-PROGRAM)
               TO WS-NEW-PROGRAM
           EVALUATE TRUE
               WHEN RG-SEASON-YEAR IS NOT NUMERIC
                   MOVE "the season is not a year" TO WS-REFUSAL
               WHEN RG-DAY-NUMBER IS NOT NUMERIC
                   OR RG-DAY-NUMBER < 1 OR RG-DAY-NUMBER > 25
                   MOVE "the day is not 01 to 25" TO WS-REFUSAL
               WHEN RG-STATE NOT = "ENABLED"
                   AND RG-STATE NOT = "DISABLED"
                   MOVE "the state is not ENABLED or DISABLED"
                       TO WS-REFUSAL
               WHEN RG-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "the effective date is not YYYYMMDD"
                       TO WS-REFUSAL
               WHEN FUNCTION TEST-DATE-YYYYMMDD (RG-EFFECTIVE-DATE)
                   NOT = ZERO
                   MOVE "the effective date is not YYYYMMDD"
                       TO WS-REFUSAL
               WHEN RG-EFFECTIVE-DATE < WS-TODAY
                   MOVE "the effective date is before today"
                       TO WS-REFUSAL
           END-EVALUATE
           IF WS-REFUSAL = SPACES
               MOVE RG-EFFECTIVE-DATE TO WS-AS-OF-DATE
               PERFORM LOAD-SEASON-STATE
               IF WS-REGISTRY-READ NOT = "YES"
                   MOVE 12 TO RG-RETURN-CODE
               ELSE
                   SET WS-DAY-IDX TO RG-DAY-NUMBER
                   IF WS-NEW-PROGRAM = SPACES
                       MOVE WS-DS-PROGRAM (WS-DAY-IDX) TO WS-NEW-PROGRAM
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-NEW-PROGRAM = SPACES
                           MOVE "no solver is registered for the day"
                               TO WS-REFUSAL
                       WHEN WS-NEW-PROGRAM = WS-DS-PROGRAM (WS-DAY-IDX)
                           AND RG-STATE = WS-DS-STATE (WS-DAY-IDX)
                           MOVE 4 TO RG-RETURN-CODE
                       WHEN OTHER
                           PERFORM APPEND-REGISTRY-RECORD
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-REFUSAL NOT = SPACES
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "solver registry change for " RG-SEASON-YEAR
                   " day " RG-DAY-NUMBER " refused - "
                   FUNCTION TRIM (WS-REFUSAL)
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "E" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
               MOVE 8 TO RG-RETURN-CODE
           END-IF.

       SEED-SEASON-REGISTRY.
      * Each seeded day is appended and logged exactly as a SET of a
      * day never registered would be. RG-ENTRY-COUNT comes back as
      * the number of days recorded.
           MOVE WS-TODAY TO WS-AS-OF-DATE
           PERFORM LOAD-SEASON-STATE
           EVALUATE TRUE
               WHEN WS-REGISTRY-READ NOT = "YES"
                   MOVE 12 TO RG-RETURN-CODE
               WHEN WS-ENTRY-COUNT > ZERO
                   MOVE WS-ENTRY-COUNT TO RG-ENTRY-COUNT
                   MOVE 4 TO RG-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-SEEDED-COUNT
                   MOVE "ENABLED" TO RG-STATE
                   MOVE WS-TODAY TO RG-EFFECTIVE-DATE
                   PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > 25
                       OR RG-RETURN-CODE NOT = ZERO
                       IF RG-DAY-PROGRAM (WS-DAY-IDX) NOT = SPACES
                           SET RG-DAY-NUMBER TO WS-DAY-IDX
                           MOVE FUNCTION UPPER-CASE
                               (RG-DAY-PROGRAM (WS-DAY-IDX))
                               TO WS-NEW-PROGRAM
                           PERFORM APPEND-REGISTRY-RECORD
                           IF RG-RETURN-CODE = ZERO
                               ADD 1 TO WS-SEEDED-COUNT
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE WS-SEEDED-COUNT TO RG-ENTRY-COUNT
           END-EVALUATE.

       APPEND-REGISTRY-RECORD.
           PERFORM RESOLVE-OPERATOR
           OPEN EXTEND REGISTRY-FILE
           IF WS-REGISTRY-FILE-STATUS = "35"
               OPEN OUTPUT REGISTRY-FILE
               CLOSE REGISTRY-FILE
               OPEN EXTEND REGISTRY-FILE
           END-IF
           IF WS-REGISTRY-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "solver registry "
                   FUNCTION TRIM (WS-REGISTRY-FILENAME)
                   " not writable (status " WS-REGISTRY-FILE-STATUS
                   ") - " RG-SEASON-YEAR " day " RG-DAY-NUMBER
                   " left as it was"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "E" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
               MOVE 12 TO RG-RETURN-CODE
           ELSE
               MOVE SPACES TO REGISTRY-RECORD
               MOVE RG-SEASON-YEAR TO SG-SEASON-YEAR
               MOVE RG-DAY-NUMBER TO SG-DAY-NUMBER
               MOVE WS-NEW-PROGRAM TO SG-SOLVER-PROGRAM
               MOVE RG-STATE TO SG-STATE
               MOVE RG-EFFECTIVE-DATE TO SG-EFFECTIVE-DATE
               MOVE FUNCTION CURRENT-DATE TO SG-EVENT-TIMESTAMP
               MOVE WS-OPERATOR TO SG-OPERATOR
               MOVE RG-PROGRAM TO SG-PROGRAM
               WRITE REGISTRY-RECORD
               CLOSE REGISTRY-FILE
               MOVE WS-NEW-PROGRAM TO RG-SOLVER-PROGRAM
               MOVE WS-OPERATOR TO RG-OPERATOR
               MOVE SPACES TO WS-LOG-MESSAGE
               IF WS-DS-STATE (WS-DAY-IDX) = "NONE"
                   STRING RG-SEASON-YEAR " day " RG-DAY-NUMBER
                       " solver " FUNCTION TRIM (WS-NEW-PROGRAM) " "
                       FUNCTION TRIM (RG-STATE) " from "
                       RG-EFFECTIVE-DATE " by "
                       FUNCTION TRIM (WS-OPERATOR)
                       " - newly registered"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               ELSE
                   STRING RG-SEASON-YEAR " day " RG-DAY-NUMBER
                       " solver " FUNCTION TRIM (WS-NEW-PROGRAM) " "
                       FUNCTION TRIM (RG-STATE) " from "
                       RG-EFFECTIVE-DATE " by "
                       FUNCTION TRIM (WS-OPERATOR) " - was "
                       FUNCTION TRIM (WS-DS-PROGRAM (WS-DAY-IDX)) " "
                       FUNCTION TRIM (WS-DS-STATE (WS-DAY-IDX))
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-IF
               IF RG-STATE = "DISABLED"
                   MOVE "W" TO WS-LOG-SEVERITY
               ELSE
                   MOVE "I" TO WS-LOG-SEVERITY
               END-IF
               PERFORM WRITE-LOG-MESSAGE
           END-IF.

       WRITE-LOG-MESSAGE.
      * RETURN-CODE is saved around the CALL - the register is shared
      * with the called program, and logging must never erase the
      * code being reported.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "AOC-LOGGER" USING WS-LOG-PROGRAM-NAME
               WS-LOG-SEVERITY WS-LOG-MESSAGE
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       END PROGRAM AOC-REGISTRY.
