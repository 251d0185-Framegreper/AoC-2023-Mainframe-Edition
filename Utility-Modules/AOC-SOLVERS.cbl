      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance and inquiry for the solver registry
      * (AOC-REGISTRY, AOC-SOLVER-REGISTRY.TXT) - the only way a
      * day's solver is registered, pulled out of the run or put
      * back, so every change is checked against the operator's
      * authorization, recorded with who made it and when, and
      * logged. No program change and no re-migration of AOC-RUNNER
      * is needed to ship a new day or to stop a misbehaving one.
      * Functions (positional parameters, or the AOC-SOLVERS-FUNCTION,
      * AOC-SOLVERS-DAY, AOC-SOLVERS-PROGRAM and AOC-SOLVERS-DATE
      * environment variables the console drives it through):
      *   LIST                       - every day of the season: the
      *                                solver in force today, its
      *                                state, since when and by whom,
      *                                and any change already
      *                                recorded for a later date.
      *                                Needs INQUIRY.
      *   REGISTER dd program [date] - register (or replace) a day's
      *                                module, ENABLED. Needs ADMIN.
      *   ENABLE dd [date]           - put a disabled solver back.
      *   DISABLE dd [date]          - pull a solver out of the run:
      *                                the runner ends the day RC 4,
      *                                AOC-FAIL-REASON DISABLED.
      *                                Both need MAINTAIN.
      *   SEED                       - start the season's registry
      *                                with the eleven solvers that
      *                                were compiled into AOC-RUNNER
      *                                before the registry existed,
      *                                ENABLED from today. Only while
      *                                the season has no entry on
      *                                file; otherwise RC 4, nothing
      *                                recorded. Needs ADMIN.
      * The date is YYYYMMDD, default today - a change may be recorded
      * today for tomorrow's run, never for a day already past.
      * Everything is one season's, through AOC-SEASON-YEAR (default
      * 2023).
      * Return codes: 0 done (or listed), 4 the day was already so -
      * nothing recorded, 8 refused (authorization, or a change the
      * registry would not take - logged at E), 12 the registry could
      * not be read or written, or the function or its parameters
      * were not understood.
      * Update: SEED, the one-time installation step for the solver
      * registry. Until the registry holds the season's entries every
      * real run ends RETURN-CODE 12, AOC-FAIL-REASON REGISTRY, so
      * an installation taking the registry on runs
      * AOC-SOLVERS SEED once (per season it runs, AOC-SEASON-YEAR)
      * before the next runner step - it records days 01, 03, 04,
      * 05, 07, 08, 09, 12, 14, 18 and 19 exactly as the runner's
      * compiled table had them. Days shipped later are REGISTERed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-SOLVERS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ARG-NUMBER             PIC 9(2).
       01 WS-ARG-VALUE              PIC X(250).
       01 WS-FUNCTION               PIC X(8) VALUE SPACES.
       01 WS-DAY-NUMBER             PIC 9(2) VALUE ZERO.
       01 WS-DAY-TEXT               PIC X(2) JUSTIFIED RIGHT.
       01 WS-SOLVER-PROGRAM         PIC X(12) VALUE SPACES.
       01 WS-EFFECTIVE-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-TEXT              PIC X(250).
       01 WS-SEASON-YEAR            PIC 9(4) VALUE 2023.
       01 WS-EXIT-RC                PIC 9(2) VALUE ZERO.
       01 WS-PROGRAM-NAME           PIC X(16) VALUE "AOC-SOLVERS".
       01 WS-REPORT-TIMESTAMP       PIC X(26).
       01 WS-DAY-NO                 PIC 9(2).
       01 WS-ENABLED-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-DISABLED-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-NONE-COUNT             PIC 9(2) VALUE ZERO.

      * The solver table AOC-RUNNER carried compiled in before the
      * registry existed - what SEED records for a new season.
       01 WS-SEED-VALUES.
          05 FILLER                 PIC X(14) VALUE "01AOC-DAY01".
          05 FILLER                 PIC X(14) VALUE "03AOC-DAY03".
          05 FILLER                 PIC X(14) VALUE "04AOC-DAY04".
          05 FILLER                 PIC X(14) VALUE "05AOC-DAY05".
          05 FILLER                 PIC X(14) VALUE "07AOC-DAY07".
          05 FILLER                 PIC X(14) VALUE "08AOC-DAY08".
          05 FILLER                 PIC X(14) VALUE "09AOC-DAY09".
          05 FILLER                 PIC X(14) VALUE "12AOC-DAY12".
          05 FILLER                 PIC X(14) VALUE "14AOC-DAY14".
          05 FILLER                 PIC X(14) VALUE "18AOC-DAY18".
          05 FILLER                 PIC X(14) VALUE "19AOC-DAY19".
       01 WS-SEED-TABLE REDEFINES WS-SEED-VALUES.
          05 WS-SEED-ENTRY OCCURS 11 TIMES INDEXED BY WS-SEED-IDX.
             10 WS-SEED-DAY         PIC 9(2).
             10 WS-SEED-PROGRAM     PIC X(12).

      * AOC-REGISTRY interface - the registry itself.
       01 WS-RG-PARMS.
           COPY "AOC-REGISTRY.cpy".

      * AOC-AUTH interface - who may run which function.
       01 WS-AU-PARMS.
           COPY "AOC-AUTH.cpy".
       01 WS-AUTHORIZED             PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-FUNCTION-AND-DAY
           PERFORM RESOLVE-SEASON-YEAR
           PERFORM AUTHORIZE-FUNCTION
           IF WS-AUTHORIZED NOT = "YES"
               MOVE 8 TO WS-EXIT-RC
               MOVE WS-EXIT-RC TO RETURN-CODE
               GOBACK
           END-IF
           EVALUATE WS-FUNCTION
               WHEN "LIST"
                   PERFORM LIST-REGISTRY
               WHEN "REGISTER"
                   MOVE "ENABLED" TO RG-STATE
                   PERFORM CHANGE-REGISTRY
               WHEN "ENABLE"
                   MOVE "ENABLED" TO RG-STATE
                   MOVE SPACES TO WS-SOLVER-PROGRAM
                   PERFORM CHANGE-REGISTRY
               WHEN "DISABLE"
                   MOVE "DISABLED" TO RG-STATE
                   MOVE SPACES TO WS-SOLVER-PROGRAM
                   PERFORM CHANGE-REGISTRY
               WHEN "SEED"
                   PERFORM SEED-REGISTRY
               WHEN OTHER
                   DISPLAY "AOC-SOLVERS: function '" WS-FUNCTION
                       "' not recognised - use LIST, REGISTER dd "
                       "program, ENABLE dd, DISABLE dd or SEED"
                   MOVE 12 TO WS-EXIT-RC
           END-EVALUATE
           MOVE WS-EXIT-RC TO RETURN-CODE
           GOBACK.

       RESOLVE-FUNCTION-AND-DAY.
      * Positional parameter 1 is the function, 2 the day, then the
      * program (REGISTER only) and the effective date. The
      * environment variables stand in for any parameter not passed.
           MOVE 1 TO WS-ARG-NUMBER
           PERFORM ACCEPT-ONE-PARAMETER
           IF WS-ARG-VALUE = SPACES
               ACCEPT WS-ARG-VALUE FROM ENVIRONMENT
                   "AOC-SOLVERS-FUNCTION"
                   ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
               END-ACCEPT
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-ARG-VALUE (1:8)) TO WS-FUNCTION
           IF WS-FUNCTION NOT = "LIST" AND WS-FUNCTION NOT = "SEED"
               MOVE 2 TO WS-ARG-NUMBER
               PERFORM ACCEPT-ONE-PARAMETER
               IF WS-ARG-VALUE = SPACES
                   ACCEPT WS-ARG-VALUE FROM ENVIRONMENT
                       "AOC-SOLVERS-DAY"
                       ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
                   END-ACCEPT
               END-IF
               PERFORM TAKE-DAY-PARAMETER
               MOVE 3 TO WS-ARG-NUMBER
               IF WS-FUNCTION = "REGISTER"
                   PERFORM ACCEPT-ONE-PARAMETER
                   IF WS-ARG-VALUE = SPACES
                       ACCEPT WS-ARG-VALUE FROM ENVIRONMENT
                           "AOC-SOLVERS-PROGRAM"
                           ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
                       END-ACCEPT
                   END-IF
                   MOVE FUNCTION UPPER-CASE (WS-ARG-VALUE (1:12))
                       TO WS-SOLVER-PROGRAM
                   IF WS-SOLVER-PROGRAM = SPACES
                       OR WS-ARG-VALUE (13:238) NOT = SPACES
                       DISPLAY "AOC-SOLVERS: REGISTER needs the "
                           "solver program (up to 12 characters) "
                           "as parameter 3"
                       MOVE SPACES TO WS-FUNCTION
                   END-IF
                   MOVE 4 TO WS-ARG-NUMBER
               END-IF
               PERFORM ACCEPT-ONE-PARAMETER
               IF WS-ARG-VALUE = SPACES
                   ACCEPT WS-ARG-VALUE FROM ENVIRONMENT
                       "AOC-SOLVERS-DATE"
                       ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
                   END-ACCEPT
               END-IF
               PERFORM TAKE-DATE-PARAMETER
           END-IF.

       ACCEPT-ONE-PARAMETER.
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT.

       TAKE-DAY-PARAMETER.
      * "5" and "05" are both day 5.
           MOVE "X" TO WS-DAY-TEXT
           IF WS-ARG-VALUE (3:248) = SPACES
               MOVE FUNCTION TRIM (WS-ARG-VALUE (1:2)) TO WS-DAY-TEXT
               INSPECT WS-DAY-TEXT REPLACING LEADING SPACE BY "0"
           END-IF
           IF WS-DAY-TEXT IS NUMERIC
               AND WS-DAY-TEXT >= "01" AND WS-DAY-TEXT <= "25"
               MOVE WS-DAY-TEXT TO WS-DAY-NUMBER
           ELSE
               IF WS-FUNCTION = "REGISTER" OR WS-FUNCTION = "ENABLE"
                   OR WS-FUNCTION = "DISABLE"
                   DISPLAY "AOC-SOLVERS: function "
                       FUNCTION TRIM (WS-FUNCTION)
                       " needs a day number 1-25 as parameter 2"
                   MOVE SPACES TO WS-FUNCTION
               END-IF
           END-IF.

       TAKE-DATE-PARAMETER.
      * Blank is today - AOC-REGISTRY fills it in.
           MOVE ZERO TO WS-EFFECTIVE-DATE
           MOVE WS-ARG-VALUE TO WS-DATE-TEXT
           IF WS-DATE-TEXT NOT = SPACES
               IF WS-DATE-TEXT (1:8) IS NUMERIC
                   AND WS-DATE-TEXT (9:242) = SPACES
                   MOVE WS-DATE-TEXT (1:8) TO WS-EFFECTIVE-DATE
               ELSE
                   IF WS-FUNCTION NOT = SPACES
                       DISPLAY "AOC-SOLVERS: effective date '"
                           WS-DATE-TEXT (1:10) "' is not YYYYMMDD"
                       MOVE SPACES TO WS-FUNCTION
                   END-IF
               END-IF
           END-IF.

       RESOLVE-SEASON-YEAR.
      * The same AOC-SEASON-YEAR convention AOC-RUNNER resolves, so
      * the registry changed is the one the runner will read.
           ACCEPT WS-ARG-VALUE FROM ENVIRONMENT "AOC-SEASON-YEAR"
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE (1:4) IS NUMERIC
               AND WS-ARG-VALUE (5:246) = SPACES
               MOVE WS-ARG-VALUE (1:4) TO WS-SEASON-YEAR
           ELSE
               MOVE 2023 TO WS-SEASON-YEAR
               IF WS-ARG-VALUE NOT = SPACES
                   DISPLAY "AOC-SOLVERS: AOC-SEASON-YEAR '"
                       WS-ARG-VALUE (1:8) "' is not a four-digit "
                       "year - season 2023 assumed"
               END-IF
           END-IF.

       AUTHORIZE-FUNCTION.
      * An unrecognised function is let through here - the function
      * EVALUATE says what is wrong with it and touches nothing.
           MOVE "YES" TO WS-AUTHORIZED
           MOVE SPACES TO AU-CLASS
           EVALUATE WS-FUNCTION
               WHEN "LIST"
                   MOVE "INQUIRY" TO AU-CLASS
               WHEN "ENABLE"
               WHEN "DISABLE"
                   MOVE "MAINTAIN" TO AU-CLASS
               WHEN "REGISTER"
               WHEN "SEED"
                   MOVE "ADMIN" TO AU-CLASS
           END-EVALUATE
           IF AU-CLASS NOT = SPACES
               MOVE "CHK " TO AU-FUNCTION
               MOVE WS-PROGRAM-NAME TO AU-PROGRAM
               MOVE SPACES TO AU-ACTION
               IF WS-FUNCTION = "LIST" OR WS-FUNCTION = "SEED"
                   STRING "AOC-SOLVERS " FUNCTION TRIM (WS-FUNCTION)
                       " " WS-SEASON-YEAR
                       DELIMITED BY SIZE INTO AU-ACTION
               ELSE
                   STRING "AOC-SOLVERS " FUNCTION TRIM (WS-FUNCTION)
                       " " WS-SEASON-YEAR " day " WS-DAY-NUMBER
                       DELIMITED BY SIZE INTO AU-ACTION
               END-IF
               CALL "AOC-AUTH" USING WS-AU-PARMS
               IF AU-RETURN-CODE NOT = ZERO
                   MOVE "NO " TO WS-AUTHORIZED
                   DISPLAY "AOC-SOLVERS: operator "
                       FUNCTION TRIM (AU-OPERATOR)
                       " is not authorized for "
                       FUNCTION TRIM (WS-FUNCTION)
                       " - nothing done"
               END-IF
           END-IF.

       CHANGE-REGISTRY.
      * AOC-REGISTRY validates, records and logs the change; the
      * day is then looked up as of the effective date to show what
      * the runner will see.
           MOVE "SET " TO RG-FUNCTION
           MOVE WS-PROGRAM-NAME TO RG-PROGRAM
           MOVE WS-SEASON-YEAR TO RG-SEASON-YEAR
           MOVE WS-DAY-NUMBER TO RG-DAY-NUMBER
           MOVE WS-SOLVER-PROGRAM TO RG-SOLVER-PROGRAM
           MOVE WS-EFFECTIVE-DATE TO RG-EFFECTIVE-DATE
           CALL "AOC-REGISTRY" USING WS-RG-PARMS
           MOVE RG-RETURN-CODE TO WS-EXIT-RC
           EVALUATE RG-RETURN-CODE
               WHEN ZERO
                   DISPLAY "AOC-SOLVERS: " WS-SEASON-YEAR " day "
                       WS-DAY-NUMBER " "
                       FUNCTION TRIM (RG-SOLVER-PROGRAM) " "
                       FUNCTION TRIM (RG-STATE) " from "
                       RG-EFFECTIVE-DATE " - recorded for "
                       FUNCTION TRIM (RG-OPERATOR)
               WHEN 4
                   DISPLAY "AOC-SOLVERS: " WS-SEASON-YEAR " day "
                       WS-DAY-NUMBER " is already "
                       FUNCTION TRIM (RG-STATE) " on "
                       RG-EFFECTIVE-DATE " - nothing recorded"
               WHEN 8
                   DISPLAY "AOC-SOLVERS: change refused - see the "
                       "log for why; nothing recorded"
               WHEN OTHER
                   DISPLAY "AOC-SOLVERS: the solver registry could "
                       "not be updated - nothing recorded"
           END-EVALUATE.

       SEED-REGISTRY.
      * AOC-REGISTRY writes nothing unless the season has no entry
      * on file, so a second SEED - or a SEED after REGISTERs - can
      * never undo a DISABLE or replace a module.
           MOVE "SEED" TO RG-FUNCTION
           MOVE WS-PROGRAM-NAME TO RG-PROGRAM
           MOVE WS-SEASON-YEAR TO RG-SEASON-YEAR
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1 UNTIL WS-DAY-NO > 25
               MOVE SPACES TO RG-DAY-PROGRAM (WS-DAY-NO)
           END-PERFORM
           PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
               UNTIL WS-SEED-IDX > 11
               MOVE WS-SEED-PROGRAM (WS-SEED-IDX)
                   TO RG-DAY-PROGRAM (WS-SEED-DAY (WS-SEED-IDX))
           END-PERFORM
           CALL "AOC-REGISTRY" USING WS-RG-PARMS
           MOVE RG-RETURN-CODE TO WS-EXIT-RC
           EVALUATE RG-RETURN-CODE
               WHEN ZERO
                   DISPLAY "AOC-SOLVERS: " WS-SEASON-YEAR " registry "
                       "seeded - " RG-ENTRY-COUNT " solvers ENABLED "
                       "from " RG-EFFECTIVE-DATE
               WHEN 4
                   DISPLAY "AOC-SOLVERS: " WS-SEASON-YEAR " already "
                       "has " RG-ENTRY-COUNT " registry records - "
                       "nothing seeded; use REGISTER for a new day"
               WHEN OTHER
                   DISPLAY "AOC-SOLVERS: the solver registry could "
                       "not be seeded - see the log"
           END-EVALUATE.

       LIST-REGISTRY.
           MOVE "LIST" TO RG-FUNCTION
           MOVE WS-PROGRAM-NAME TO RG-PROGRAM
           MOVE WS-SEASON-YEAR TO RG-SEASON-YEAR
           MOVE ZERO TO RG-AS-OF-DATE
           CALL "AOC-REGISTRY" USING WS-RG-PARMS
           IF RG-RETURN-CODE NOT = ZERO
               DISPLAY "AOC-SOLVERS: the solver registry could not "
                   "be read - see the log"
               MOVE 12 TO WS-EXIT-RC
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-REPORT-TIMESTAMP
               DISPLAY "============================================"
               DISPLAY "AOC-SOLVERS SOLVER REGISTRY"
               DISPLAY "  Season    : " WS-SEASON-YEAR
               DISPLAY "  As of     : " WS-REPORT-TIMESTAMP (1:8)
               DISPLAY "  Records   : " RG-ENTRY-COUNT
               DISPLAY "============================================"
               PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                   UNTIL WS-DAY-NO > 25
                   PERFORM LIST-ONE-DAY
               END-PERFORM
               DISPLAY "  ------------------------------------------"
               DISPLAY "  Enabled " WS-ENABLED-COUNT
                   "  Disabled " WS-DISABLED-COUNT
                   "  No solver " WS-NONE-COUNT
               DISPLAY "============================================"
               DISPLAY "END OF SOLVER REGISTRY"
               DISPLAY "============================================"
           END-IF.

       LIST-ONE-DAY.
           EVALUATE RG-DAY-STATE (WS-DAY-NO)
               WHEN "ENABLED"
                   ADD 1 TO WS-ENABLED-COUNT
               WHEN "DISABLED"
                   ADD 1 TO WS-DISABLED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NONE-COUNT
           END-EVALUATE
           IF RG-DAY-STATE (WS-DAY-NO) = "NONE"
               DISPLAY "  Day " WS-DAY-NO " : (no solver - "
                   "placeholder run)"
           ELSE
               DISPLAY "  Day " WS-DAY-NO " : "
                   RG-DAY-PROGRAM (WS-DAY-NO) " "
                   RG-DAY-STATE (WS-DAY-NO) " since "
                   RG-DAY-EFFECTIVE (WS-DAY-NO) " by "
                   FUNCTION TRIM (RG-DAY-OPERATOR (WS-DAY-NO))
           END-IF
           IF RG-DAY-PENDING-DATE (WS-DAY-NO) > ZERO
               DISPLAY "            next: "
                   FUNCTION TRIM (RG-DAY-PENDING-STATE (WS-DAY-NO))
                   " from " RG-DAY-PENDING-DATE (WS-DAY-NO)
           END-IF.

       END PROGRAM AOC-SOLVERS.
