      * syntax the same way it validates the input; a real run
      * refuses a malformed file outright - a parameter silently
      * defaulted is worse than a stopped step.
      * Update: Day 8 is registered - AOC-DAY08 walks the node map
      * through KEYED-LOOKUP and combines the ghosts' cycle lengths
      * with the new NUMBER-THEORY module's LCM, so Day 8 no longer
      * falls through to PROCESS-GENERIC-LINE and reaches the ledger.
      * Update: Day 7 is registered - AOC-DAY07 ranks the camel-card
      * hands through TABLE-SORT under both rule sets and leaves a
      * per-hand rank report beside the input.
      * Update: before a fresh answer is offered for submission, the
      * job report checks it against the AOC-GUESS submission journal
      * (AOC-GUESS-JOURNAL.TXT, AOC-GUESS.cpy): a "Part n submission"
      * line says whether the answer was already rejected, falls
      * outside the recorded HIGH/LOW bounds, matches or differs from
      * an answer the site already accepted, or is still untried.
      * Rejected, out-of-bounds and differing answers are also logged
      * at W. A ledgered answer the journal shows as accepted is
      * written with AX-CONFIRMED set; any other is computed only.
      * Update: a sample pre-flight. A day may carry a
      * <season>-DAYnn-SAMPLE.TXT - one or more blocks, each a
      * "*SAMPLE part1 part2" control record holding the puzzle's
      * published sample answers ("-" leaves a part unchecked)
      * followed by the sample input. Before a registered solver
      * is handed the real input, every block is copied to
      * <season>-DAYnn-SAMPLE-WORK.TXT and run through the solver
      * in verify mode (no side reports); a wrong answer, a failed
      * solver or a malformed sample file stops the step with
      * RETURN-CODE 8 and AOC-FAIL-REASON SAMPLE before the real
      * run starts, so nothing is ledgered or checkpointed. No
      * sample file means no pre-flight. Parameter 2 = SAMPLE (or
      * AOC-SAMPLE-ONLY=YES, the switch AOC-SEASON's SAMPLES sweep
      * sets) runs the pre-flight alone - no real input, no lock,
      * no ledger - ending 0 on a pass, 8 on a failure and 4 when
      * the day has no solver or no sample, with the verdict
      * published in AOC-SAMPLE-VERDICT.
      * Update: a trace switch. With AOC-TRACE=YES (or the console's
      * trace toggle) the real solver run is bracketed by an
      * AOC-TRACE OPEN/CLOS of <season>-DAYnn-TRACE.TXT and the
      * solver is handed SOL-TRACE = "YES", so it writes its
      * intermediate values there - line number, stage, values -
      * and a wrong answer can be followed without a code change.
      * Off by default; a VERIFY replay, a sample-only run and the
      * sample pre-flight never trace, since they must leave no
      * side files. The job report names the trace file and its
      * record count.
      * Update: every indexed ledger change is journaled. The
      * day/part record is read before it is written, and the
      * before and after images go to the ledger change journal
      * through AOC-LEDGER-JRNL (ADD for a first solve, CHG for a
      * re-solve), so AOC-RECOVER can put a re-solved answer back.
      * Update: the run-accounting record now carries the operator
      * the run was made for (AOC-OPERATOR from the console sign-on
      * or the job step, else USER, else BATCH).
      * Update: season close. A real run of a season closed through
      * AOC-LEDGER CLOSE is refused before anything is solved -
      * RETURN-CODE 8, AOC-FAIL-REASON CLOSED, nothing ledgered and
      * no history written; AOC-SEASON-CTL logs the refusal at E.
      * VERIFY replays and dry runs carry on as before.
      * Update: a participant dimension. The run belongs to the team
      * member named in AOC-PARTICIPANT (checked against the roster
      * by AOC-ROSTER; blank is the installation's own participant,
      * whose files and keys are exactly what they always were). The
      * code is part of the ledger key, rides on the history,
      * checkpoint and accounting records, picks the catalog entries
      * and journal submissions that count, and qualifies every file
      * name the run touches - 2023-JSMITH-DAY05-INPUT.TXT and its
      * checkpoint, expected, parms, sample and trace files, and the
      * solvers' own reports through SOL-FILE-PREFIX. A code the
      * roster refuses ends the run RETURN-CODE 8, AOC-FAIL-REASON
      * PARTICIPANT, before anything is read.
      * Update: Day 18 is registered - AOC-DAY18 hands both parts'
      * dig plans to the new POLYGON-AREA module (shoelace area and
      * Pick's theorem, no grid), so Day 18 no longer falls through
      * to PROCESS-GENERIC-LINE and reaches the ledger.
      * Update: Day 12 is registered - AOC-DAY12 counts spring
      * arrangements through a per-row memo table, with Part 2's
      * unfold factor read from UNFOLD-FACTOR in the day's parms file.
      * Update: Day 19 is registered - AOC-DAY19 loads its workflows
      * into the new RULE-ENGINE module, evaluating each part for
      * Part 1 and splitting the whole rating block through the
      * workflow graph for Part 2; a rule naming an undefined
      * workflow fails the day.
      * Update: the solver registry is a control file now, read
      * through AOC-REGISTRY (AOC-SOLVER-REGISTRY.TXT) instead of the
      * table compiled in here - a day is registered, pulled out of
      * the run or put back with AOC-SOLVERS, effective-dated and
      * logged, with no change to this program. A day whose solver
      * is DISABLED is not run at all: RETURN-CODE 4, AOC-FAIL-REASON
      * DISABLED, nothing read, locked or ledgered. A registry that
      * cannot be read ends the run RETURN-CODE 12, AOC-FAIL-REASON
      * REGISTRY - never a silent fall into the placeholder path.
      * Installing this change is one step more than a program swap:
      * until the registry exists every real run ends RC 12, REGISTRY,
      * so AOC-SOLVERS SEED is run once (per season run) beforehand -
      * it records the eleven solvers this program used to carry
      * compiled in (days 01, 03, 04, 05, 07, 08, 09, 12, 14, 18 and
      * 19), ENABLED from that day.
      * Update: an input fingerprint mismatch is now diffed. The
      * warning calls AOC-INPUT-DIFF, which compares the file on disk
      * record by record with the copy AOC-INTAKE kept of the input
      * the ledgered answers came from, and the log and the job
      * report name the diff report it wrote (2023-DAYnn-INPUT-
      * DIFF.TXT) with its verdict and counts.
      * Update: the RETURN-CODE a locked run ends with is saved around
      * the AOC-LOCK release, as it is around every other CALL, so a
      * CLOSED, SAMPLE, PARTICIPANT, MISMATCH or OVERFLOW step reaches
      * AOC-SEASON and the job step as the RC 8 it is instead of 0.
      * Update: INPUT-RECORD is 400 bytes - a real Day 8 instruction
      * string runs to nearly 300 characters, and AOC-INTAKE installs
      * records that wide; each day's own ceiling is still its
      * AOC-DAY-SHAPES.cpy entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-RUNNER.
           SELECT PARMS-FILE ASSIGN TO DYNAMIC WS-PARMS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARMS-FILE-STATUS.
           SELECT GUESS-JOURNAL-FILE ASSIGN TO DYNAMIC
           WS-GUESS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GUESS-FILE-STATUS.
           SELECT SAMPLE-FILE ASSIGN TO DYNAMIC WS-SAMPLE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAMPLE-FILE-STATUS.
           SELECT SAMPLE-WORK-FILE ASSIGN TO DYNAMIC
           WS-SAMPLE-WORK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAMPLE-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE LABEL RECORDS ARE STANDARD.
           01  INPUT-RECORD              PIC X(400).

       FD  AOC-RESULTS-FILE LABEL RECORDS ARE STANDARD.
           01  AOC-RESULT-RECORD.
       FD  PARMS-FILE LABEL RECORDS ARE STANDARD.
           01  PARMS-RECORD              PIC X(80).

       FD  GUESS-JOURNAL-FILE LABEL RECORDS ARE STANDARD.
           01  GUESS-JOURNAL-RECORD.
               COPY "AOC-GUESS.cpy".

       FD  SAMPLE-FILE LABEL RECORDS ARE STANDARD.
           01  SAMPLE-RECORD             PIC X(400).

       FD  SAMPLE-WORK-FILE LABEL RECORDS ARE STANDARD.
           01  SAMPLE-WORK-RECORD        PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-RESULTS-FILENAME       PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-RESULTS-FILE   PIC X(250) VALUE "AOC-RESULTS.TXT".
      * AOC-SEASON-YEAR and carried through every key, record, and
      * file name this program touches.
       01 WS-SEASON-YEAR            PIC 9(4) VALUE 2023.
      * Whose input this run is over - resolved once through
      * AOC-ROSTER from AOC-PARTICIPANT, carried beside the season
      * year. WS-FILE-PREFIX starts every season-qualified file name
      * ("2023-" or "2023-JSMITH-").
       01 WS-PARTICIPANT            PIC X(8) VALUE SPACES.
       01 WS-FILE-PREFIX            PIC X(20) VALUE SPACES.
       01 WS-PARTICIPANT-REFUSED    PIC X(3) VALUE "NO".
       01 WS-RO-PARMS.
           COPY "AOC-ROSTER.cpy".

      * AOC-LOGGER interface - one message area shared by every
      * diagnostic in this program.
       01 WS-CATALOG-SEASON         PIC 9(4).
       01 WS-REQUIRE-INTAKE         PIC X(3) VALUE "NO".
       01 WS-INPUT-REFUSED          PIC X(3) VALUE "NO".

      * AOC-INPUT-DIFF interface - what changed in an input whose
      * fingerprint no longer matches the ledgered one.
       01 WS-DF-PARMS.
           COPY "AOC-INPUT-DIFF.cpy".
       01 WS-INPUT-DIFFED           PIC X(3) VALUE "NO".
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-PHYSICAL-LINE-NO       PIC 9(6) VALUE ZERO.
       01 NUMBER-OF-LINES           PIC 9(6) VALUE ZERO.
      * flags it and the step refuses to ledger or pass.
       01 WS-ANSWER-OVERFLOW        PIC X(3) VALUE "NO".

      * Day-solver registry - which AOC-DAYnn module solves the day,
      * asked of AOC-REGISTRY. DETERMINE-DAY-HAS-REAL-LOGIC is that
      * lookup, and RUN-DAY-SOLVER CALLs the registered program
      * through the AOC-SOLVER.cpy parameter block - adding a day
      * means shipping its module and registering it with
      * AOC-SOLVERS, never editing the framing code that protects
      * the ledger.
       01 WS-RG-PARMS.
           COPY "AOC-REGISTRY.cpy".
       01 WS-SOLVER-NAME            PIC X(12) VALUE SPACES.
       01 WS-SOLVER-DISABLED        PIC X(3) VALUE "NO".
       01 WS-REGISTRY-FAILED        PIC X(3) VALUE "NO".
       01 WS-SOLVER-PARMS.
           COPY "AOC-SOLVER.cpy".

       01 WS-SAW-PART1                PIC X(3) VALUE "NO".
       01 WS-SAW-PART2                PIC X(3) VALUE "NO".
      * Only a day with a registered solver module (see
      * DETERMINE-DAY-HAS-REAL-LOGIC) has actually been solved -
      * PROCESS-GENERIC-LINE and SCAN-GRID-CELLS are placeholders
      * that produce a number, not an answer, for every day that has
      * no branch of its own yet. A placeholder run must not ledger
       01 WS-PART1-VERDICT           PIC X(4) VALUE SPACES.
       01 WS-PART2-VERDICT           PIC X(4) VALUE SPACES.

      * Submission-journal check - what AOC-GUESS has recorded about
      * each part, gathered in one pass before the answers are
      * offered. WS-GQ-STATE is CONFIRMED, DIFFERS, REJECTED,
      * OUTSIDE, OPEN (tried before, this answer not yet) or NEW.
       01 WS-GUESS-FILENAME          PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-GUESS-FILE      PIC X(250)
           VALUE "AOC-GUESS-JOURNAL.TXT".
       01 WS-GUESS-FILE-STATUS       PIC X(2) VALUE SPACES.
       01 WS-GUESS-EOF               PIC X(3) VALUE "NO".
       01 WS-GUESS-CHECKED           PIC X(3) VALUE "NO".
       01 WS-GUESS-DIGITS            PIC 9(18).
       01 WS-GUESS-NUMBER            PIC S9(18).
       01 WS-GUESS-NUMBER-OK         PIC X(3).
       01 WS-GQ-PART                 PIC 9(1).
       01 WS-GUESS-TABLE.
          05 WS-GUESS-PART OCCURS 2 TIMES.
             10 WS-GQ-ANSWER         PIC X(20).
             10 WS-GQ-ANSWER-NUMBER  PIC S9(18).
             10 WS-GQ-SUBMISSIONS    PIC 9(4).
             10 WS-GQ-REJECTED       PIC X(3).
             10 WS-GQ-REJECT-VERDICT PIC X(7).
             10 WS-GQ-CORRECT-TEXT   PIC X(20).
             10 WS-GQ-HIGH-SEEN      PIC X(3).
             10 WS-GQ-HIGH-BOUND     PIC S9(18).
             10 WS-GQ-HIGH-TEXT      PIC X(20).
             10 WS-GQ-LOW-SEEN       PIC X(3).
             10 WS-GQ-LOW-BOUND      PIC S9(18).
             10 WS-GQ-LOW-TEXT       PIC X(20).
             10 WS-GQ-STATE          PIC X(9).

      * Sample pre-flight - WS-SAMPLE-VERDICT is PASS, FAIL,
      * NOSAMPLE (no sample file for the day), NOSOLVER (nothing
      * registered to run it) or NONE (pre-flight not run). The
      * first failing block is kept for the job report; every
      * failing block is logged.
       01 WS-SAMPLE-FILENAME         PIC X(250) VALUE SPACES.
       01 WS-SAMPLE-FILE-STATUS      PIC X(2) VALUE SPACES.
       01 WS-SAMPLE-WORK-FILENAME    PIC X(250) VALUE SPACES.
       01 WS-SAMPLE-WORK-STATUS      PIC X(2) VALUE SPACES.
       01 WS-SAMPLE-EOF              PIC X(3) VALUE "NO".
       01 WS-SAMPLE-ONLY             PIC X(3) VALUE "NO".
       01 WS-SAMPLE-VERDICT          PIC X(8) VALUE "NONE".
       01 WS-SAMPLE-BLOCKS           PIC 9(3) VALUE ZERO.
       01 WS-SAMPLE-BLOCKS-FAILED    PIC 9(3) VALUE ZERO.
       01 WS-SAMPLE-LAST-COUNTED     PIC 9(3) VALUE ZERO.
       01 WS-SAMPLE-BLOCK-OPEN       PIC X(3) VALUE "NO".
       01 WS-SAMPLE-BLOCK-BAD        PIC X(3) VALUE "NO".
       01 WS-SAMPLE-BLOCK-LINES      PIC 9(6) VALUE ZERO.
       01 WS-SAMPLE-WHY              PIC X(40).
       01 WS-SAMPLE-TAG              PIC X(10).
       01 WS-SAMPLE-PART             PIC 9(1).
       01 WS-SAMPLE-PART-TABLE.
          05 WS-SAMPLE-PART-ENTRY OCCURS 2 TIMES.
             10 WS-SAMPLE-ANSWER-TEXT PIC X(40).
             10 WS-SAMPLE-CHECK      PIC X(3).
             10 WS-SAMPLE-EXPECTED   PIC S9(18).
             10 WS-SAMPLE-GOT        PIC S9(18).
       01 WS-SAMPLE-FAIL-BLOCK       PIC 9(3) VALUE ZERO.
       01 WS-SAMPLE-FAIL-PART        PIC 9(1) VALUE ZERO.
       01 WS-SAMPLE-FAIL-WHY         PIC X(40) VALUE SPACES.
       01 WS-SAMPLE-FAIL-EXPECTED    PIC S9(18) VALUE ZERO.
       01 WS-SAMPLE-FAIL-GOT         PIC S9(18) VALUE ZERO.
       01 WS-SAMPLE-DISPLAY1         PIC -9(18).
       01 WS-SAMPLE-DISPLAY2         PIC -9(18).
       01 WS-SAMPLE-RC-DISPLAY       PIC 9(2).

      * Solver trace - WS-TRACE-MODE is the resolved AOC-TRACE
      * switch; WS-TRACE-WRITTEN says a trace file was actually
      * produced for the job report.
       01 WS-TRACE-MODE              PIC X(3) VALUE "NO".
       01 WS-TRACE-SUPPRESSED        PIC X(3) VALUE "NO".
       01 WS-TRACE-WRITTEN           PIC X(3) VALUE "NO".
       01 WS-TRACE-RECORDS           PIC Z(7)9.
       01 WS-TRACE-PARMS.
           COPY "AOC-TRACE.cpy".

      * AOC-LEDGER-JRNL interface - the before/after images of every
      * indexed ledger change.
       01 WS-LJ-PARMS.
           COPY "AOC-LEDGER-JRNL.cpy".
       01 WS-OPERATOR               PIC X(16) VALUE SPACES.

      * AOC-SEASON-CTL interface - a closed season is not run.
       01 WS-SV-PARMS.
           COPY "AOC-SEASON-CTL.cpy".
       01 WS-SEASON-CLOSED          PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM RESOLVE-DAY-NUMBER
           PERFORM RESOLVE-SEASON-YEAR
           PERFORM RESOLVE-PARTICIPANT
           PERFORM RESOLVE-DRY-RUN-MODE
           PERFORM RESOLVE-TRACE-MODE
           PERFORM BUILD-INPUT-FILENAME
           PERFORM BUILD-CHECKPOINT-FILENAME
           PERFORM DETERMINE-DAY-HAS-REAL-LOGIC
      * A participant the roster does not know has no files, keys or
      * journal entries of its own - nothing is read or written for
      * it beyond the accounting record that says it was refused.
           IF WS-PARTICIPANT-REFUSED = "YES"
               MOVE 8 TO RETURN-CODE
               PERFORM PRINT-REPORT-HEADER
               DISPLAY "  *** Participant " WS-PARTICIPANT
                   " is not on the roster - run refused ***"
               PERFORM PRINT-REPORT-TRAILER
               PERFORM WRITE-ACCOUNTING-RECORD
               PERFORM PUBLISH-FAIL-REASON
               GOBACK
           END-IF
      * A day whose solver has been pulled out of the run is not
      * run at all - the placeholder path would only produce a
      * number that is not an answer. A registry that cannot be read
      * says nothing about any day, so nothing is run either.
           IF WS-SOLVER-DISABLED = "YES" OR WS-REGISTRY-FAILED = "YES"
               PERFORM REFUSE-UNREGISTERED-RUN
               GOBACK
           END-IF
      * A sample-only run never reads the real input or touches the
      * ledger - it is the pre-flight on its own, for the season
      * driver's regression sweep, and it finishes here.
           IF WS-SAMPLE-ONLY = "YES"
               PERFORM RUN-SAMPLE-REGRESSION
               PERFORM WRITE-ACCOUNTING-RECORD
               PERFORM PUBLISH-FAIL-REASON
               GOBACK
           END-IF
           PERFORM COMPUTE-INPUT-FINGERPRINT
           PERFORM CHECK-INPUT-REGISTRATION
      * A dry run validates the input file as downloaded - whether
      * whole point is re-running a day the ledger already holds.
                       PERFORM FETCH-LEDGER-ANSWERS
                   ELSE
                       PERFORM CHECK-SEASON-OPEN
                       IF WS-SEASON-CLOSED = "YES"
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           PERFORM CHECK-IF-ALREADY-SOLVED
                       END-IF
                   END-IF
               ELSE
                   MOVE 12 TO RETURN-CODE
           END-IF
           IF (WS-DRY-RUN NOT = "YES" AND WS-LOCK-HELD NOT = "YES")
               OR WS-NOTHING-TO-VERIFY = "YES"
               OR WS-SEASON-CLOSED = "YES"
               CONTINUE
           ELSE
           IF WS-DAY-ALREADY-SOLVED = "YES"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                   IF WS-DAY-HAS-REAL-LOGIC = "YES"
      * The solver proves itself on the published sample first - a
      * solver that cannot reproduce the sample answers never gets
      * the real input.
                       IF WS-DRY-RUN NOT = "YES"
                           PERFORM RUN-SAMPLE-PREFLIGHT
                       END-IF
                       IF WS-SAMPLE-VERDICT = "FAIL"
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           PERFORM RUN-DAY-SOLVER
                       END-IF
                   ELSE
                       IF WS-DAY-NUMBER = 10 OR WS-DAY-NUMBER = 16
                           OR WS-DAY-NUMBER = 21
                   END-IF
               END-IF
           END-IF
      * Only a fresh real answer about to be offered for submission
      * is checked against the journal - a skip, a verify replay, or
      * a placeholder number is never going to the site.
           IF WS-DRY-RUN NOT = "YES" AND WS-VERIFY-MODE NOT = "YES"
               AND WS-DAY-ALREADY-SOLVED NOT = "YES"
               AND WS-DAY-HAS-REAL-LOGIC = "YES"
               AND WS-LOCK-HELD = "YES"
               AND RETURN-CODE < 8
               PERFORM CHECK-GUESS-JOURNAL
           END-IF
           PERFORM PRINT-REPORT-HEADER
           PERFORM PRINT-RUN-SUMMARY
           PERFORM PRINT-REPORT-TRAILER
               ELSE
                   IF WS-DAY-ALREADY-SOLVED NOT = "YES"
                       AND WS-DAY-HAS-REAL-LOGIC NOT = "YES"
                       AND WS-SEASON-CLOSED NOT = "YES"
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "day " WS-DAY-NUMBER " has no "
                           "day-specific logic yet - placeholder "
           PERFORM RELEASE-LEDGER-LOCK
           GOBACK.

       REFUSE-UNREGISTERED-RUN.
           PERFORM PRINT-REPORT-HEADER
           IF WS-SOLVER-DISABLED = "YES"
               MOVE 4 TO RETURN-CODE
               IF WS-SAMPLE-ONLY = "YES"
                   MOVE "NOSOLVER" TO WS-SAMPLE-VERDICT
               END-IF
               DISPLAY "  *** Day " WS-DAY-NUMBER " solver "
                   FUNCTION TRIM (WS-SOLVER-NAME) " is DISABLED since "
                   RG-EFFECTIVE-DATE " (" FUNCTION TRIM (RG-OPERATOR)
                   ") - day not run ***"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "day " WS-DAY-NUMBER " solver "
                   FUNCTION TRIM (WS-SOLVER-NAME)
                   " is disabled in the solver registry since "
                   RG-EFFECTIVE-DATE " (" FUNCTION TRIM (RG-OPERATOR)
                   ") - day not run"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "W" TO WS-LOG-SEVERITY
           ELSE
               MOVE 12 TO RETURN-CODE
               DISPLAY "  *** The solver registry could not be read "
                   "- day not run ***"
               DISPLAY "  *** (an installation without one starts it "
                   "once with AOC-SOLVERS SEED) ***"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "day " WS-DAY-NUMBER " not run - the solver "
                   "registry could not be read, so whether the day "
                   "has a solver is unknown"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "E" TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-LOG-MESSAGE
           PERFORM PRINT-REPORT-TRAILER
           PERFORM WRITE-ACCOUNTING-RECORD
           PERFORM PUBLISH-FAIL-REASON.

       PUBLISH-FAIL-REASON.
      * One word naming why the run ended as it did, published for
      * the season driver's retry queue - retriable operational
      * failures (a missing input, a busy lock) read differently
      * from answers that need a human (a mismatch, an overflow).
      * A disabled solver is named even though the day ends RC 4, so
      * a driver can tell it from a day that was already solved.
           EVALUATE TRUE
               WHEN WS-SOLVER-DISABLED = "YES" AND RETURN-CODE < 8
                   MOVE "DISABLED" TO WS-FAIL-REASON
               WHEN RETURN-CODE < 8
                   MOVE "NONE" TO WS-FAIL-REASON
               WHEN WS-PARTICIPANT-REFUSED = "YES"
                   MOVE "PARTICIPANT" TO WS-FAIL-REASON
               WHEN WS-SEASON-CLOSED = "YES"
                   MOVE "CLOSED" TO WS-FAIL-REASON
               WHEN WS-REGISTRY-FAILED = "YES"
                   MOVE "REGISTRY" TO WS-FAIL-REASON
               WHEN WS-INPUT-REFUSED = "YES"
                   MOVE "INTAKE" TO WS-FAIL-REASON
               WHEN WS-SAMPLE-VERDICT = "FAIL"
                   MOVE "SAMPLE" TO WS-FAIL-REASON
               WHEN WS-ANSWER-OVERFLOW = "YES"
                   MOVE "OVERFLOW" TO WS-FAIL-REASON
               WHEN WS-VERIFY-VERDICT = "FAIL"
                   MOVE "DATA" TO WS-FAIL-REASON
           END-EVALUATE
           DISPLAY "AOC-FAIL-REASON" UPON ENVIRONMENT-NAME
           DISPLAY WS-FAIL-REASON UPON ENVIRONMENT-VALUE
      * The sample verdict goes out on every run, so a sweep never
      * reads a stale one left by the day before.
           DISPLAY "AOC-SAMPLE-VERDICT" UPON ENVIRONMENT-NAME
           DISPLAY WS-SAMPLE-VERDICT UPON ENVIRONMENT-VALUE.

       WRITE-ACCOUNTING-RECORD.
      * Every invocation leaves one journal record - the RC 8s and
                       MOVE "DRYRUN" TO AC-RUN-MODE
                   WHEN WS-VERIFY-MODE = "YES"
                       MOVE "VERIFY" TO AC-RUN-MODE
                   WHEN WS-SAMPLE-ONLY = "YES"
                       MOVE "SAMPLE" TO AC-RUN-MODE
                   WHEN OTHER
                       MOVE WS-RUN-MODE TO AC-RUN-MODE
               END-EVALUATE
               MOVE WS-FP-RECORD-COUNT TO AC-INPUT-RECORDS
               MOVE WS-FP-BYTE-SUM TO AC-INPUT-BYTE-SUM
               MOVE WS-SEASON-ACTIVE TO AC-SEASON-DRIVEN
               PERFORM RESOLVE-OPERATOR
               MOVE WS-OPERATOR TO AC-OPERATOR
               MOVE WS-PARTICIPANT TO AC-PARTICIPANT
               WRITE ACCOUNTING-RECORD
               CLOSE ACCOUNTING-FILE
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

       ACQUIRE-LEDGER-LOCK.
      * Serialize against every other program that opens the shared
      * ledger files - AOC-LOCK waits, logs who holds it, and times
       RELEASE-LEDGER-LOCK.
           IF WS-LOCK-HELD = "YES"
               MOVE "REL " TO WS-LOCK-FUNCTION
               MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
               CALL "AOC-LOCK" USING WS-LOG-PROGRAM-NAME
                   WS-LOCK-FUNCTION WS-LOCK-RETURN-CODE
               MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
               MOVE "NO " TO WS-LOCK-HELD
           END-IF.

       RESOLVE-DRY-RUN-MODE.
      * Positional parameter 2 (the slot after the day number) names
      * the mode - DRYRUN, VERIFY or SAMPLE - with the AOC-DRY-RUN,
      * AOC-VERIFY and AOC-SAMPLE-ONLY environment variables standing
      * in for season-driven and DD-style invocations. When
      * AOC-SEASON is driving, the step card belongs to the season
      * job (its parameter 2 is the plan file name, not a mode
      * word), so the lookup bypasses it the same way
      * RESOLVE-DAY-NUMBER does and the environment variables the
      * driver exports are the only source.
           MOVE "NO" TO WS-DRY-RUN
           MOVE "NO" TO WS-VERIFY-MODE
           IF WS-SEASON-ACTIVE = "YES"
               IF WS-ARG-VALUE = "YES"
                   MOVE "YES" TO WS-VERIFY-MODE
               END-IF
               ACCEPT WS-ARG-VALUE FROM ENVIRONMENT "AOC-SAMPLE-ONLY"
                   ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
               END-ACCEPT
               IF WS-ARG-VALUE = "YES"
                   MOVE "YES" TO WS-SAMPLE-ONLY
               END-IF
           ELSE
               IF FUNCTION UPPER-CASE (WS-ARG-VALUE (1:6)) = "DRYRUN"
                   MOVE "YES" TO WS-DRY-RUN
               IF FUNCTION UPPER-CASE (WS-ARG-VALUE (1:6)) = "VERIFY"
                   MOVE "YES" TO WS-VERIFY-MODE
               END-IF
               IF FUNCTION UPPER-CASE (WS-ARG-VALUE (1:6)) = "SAMPLE"
                   MOVE "YES" TO WS-SAMPLE-ONLY
               END-IF
           END-IF
      * A sample-only run reads no real input, so there is nothing
      * for a dry run to validate or a verify run to replay - the
      * sample sweep wins and the contradiction is logged.
           IF WS-SAMPLE-ONLY = "YES"
               AND (WS-DRY-RUN = "YES" OR WS-VERIFY-MODE = "YES")
               MOVE "NO " TO WS-DRY-RUN
               MOVE "NO " TO WS-VERIFY-MODE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "SAMPLE requested alongside DRYRUN or VERIFY - "
                   "only the sample pre-flight runs"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "W" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
           END-IF
      * A run cannot both compute nothing and compare what it
      * computed - dry-run wins and the contradiction is logged.
               PERFORM WRITE-LOG-MESSAGE
           END-IF.

       RESOLVE-TRACE-MODE.
      * AOC-TRACE=YES switches the solver trace on for this run.
      * A verify replay or a sample-only run must leave no side
      * files, so there the switch is noted and ignored.
           MOVE "NO" TO WS-TRACE-MODE
           ACCEPT WS-ARG-VALUE FROM ENVIRONMENT "AOC-TRACE"
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF FUNCTION UPPER-CASE (WS-ARG-VALUE (1:3)) = "YES"
               IF WS-VERIFY-MODE = "YES" OR WS-SAMPLE-ONLY = "YES"
                   MOVE "YES" TO WS-TRACE-SUPPRESSED
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "AOC-TRACE=YES ignored - a VERIFY or "
                       "SAMPLE run writes no trace"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "I" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
               ELSE
                   MOVE "YES" TO WS-TRACE-MODE
               END-IF
           END-IF.

       PROCESS-LINE-DAY.
      * Only the generic fallback still runs through this loop - the
      * solver days read their own input whole-file inside their

       BUILD-PARMS-FILENAME.
           MOVE SPACES TO WS-PARMS-FILENAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               "DAY" WS-DAY-NUMBER "-PARMS.TXT"
               DELIMITED BY SIZE INTO WS-PARMS-FILENAME.

       LOAD-DAY-PARMS.
               END-IF
           END-IF.

       RESOLVE-PARTICIPANT.
      * AOC-ROSTER reads AOC-PARTICIPANT, checks it against the roster
      * (logging any refusal) and hands back the file prefix for
      * this season.
           MOVE "RSLV" TO RO-FUNCTION
           MOVE WS-LOG-PROGRAM-NAME TO RO-PROGRAM
           MOVE WS-SEASON-YEAR TO RO-SEASON-YEAR
           CALL "AOC-ROSTER" USING WS-RO-PARMS
           MOVE RO-PARTICIPANT TO WS-PARTICIPANT
           MOVE RO-FILE-PREFIX TO WS-FILE-PREFIX
           IF RO-RETURN-CODE NOT = ZERO
               MOVE "YES" TO WS-PARTICIPANT-REFUSED
           END-IF.

       BUILD-INPUT-FILENAME.
           MOVE SPACES TO WS-INPUT-FILENAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               "DAY" WS-DAY-NUMBER "-INPUT.TXT"
               DELIMITED BY SIZE INTO WS-INPUT-FILENAME.

       BUILD-CHECKPOINT-FILENAME.
           MOVE SPACES TO WS-CHECKPOINT-FILENAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               "DAY" WS-DAY-NUMBER "-CHECKPOINT.TXT"
               DELIMITED BY SIZE INTO WS-CHECKPOINT-FILENAME.

       DETERMINE-DAY-HAS-REAL-LOGIC.
      * A day has real logic when the solver registry holds an
      * ENABLED module for it today. A day with no entry in force
      * still falls through to a placeholder (SCAN-GRID-CELLS,
      * PROCESS-GENERIC-LINE), and a placeholder run must never
      * ledger (see below).
           MOVE "NO" TO WS-DAY-HAS-REAL-LOGIC
           MOVE "NO" TO WS-SOLVER-DISABLED
           MOVE "NO" TO WS-REGISTRY-FAILED
           MOVE SPACES TO WS-SOLVER-NAME
           MOVE "LOOK" TO RG-FUNCTION
           MOVE "AOC-RUNNER" TO RG-PROGRAM
           MOVE WS-SEASON-YEAR TO RG-SEASON-YEAR
           MOVE WS-DAY-NUMBER TO RG-DAY-NUMBER
           MOVE ZERO TO RG-AS-OF-DATE
           CALL "AOC-REGISTRY" USING WS-RG-PARMS
           EVALUATE RG-RETURN-CODE
               WHEN ZERO
                   MOVE "YES" TO WS-DAY-HAS-REAL-LOGIC
                   MOVE RG-SOLVER-PROGRAM TO WS-SOLVER-NAME
               WHEN 4
                   MOVE "YES" TO WS-SOLVER-DISABLED
                   MOVE RG-SOLVER-PROGRAM TO WS-SOLVER-NAME
               WHEN 8
                   CONTINUE
               WHEN OTHER
                   MOVE "YES" TO WS-REGISTRY-FAILED
           END-EVALUATE.

       RUN-DAY-SOLVER.
      * Hand the day to its registered module and lift its results
      * keeps working exactly as it always has. The CANCEL puts the
      * solver's working storage back to initial state, the same
      * guarantee AOC-SEASON gives this program.
           PERFORM PREPARE-SOLVER-PARMS
           MOVE WS-INPUT-FILENAME TO SOL-INPUT-FILENAME
           MOVE WS-DRY-RUN TO SOL-DRY-RUN
           MOVE WS-VERIFY-MODE TO SOL-VERIFY-MODE
           IF WS-TRACE-MODE = "YES"
               PERFORM OPEN-DAY-TRACE
           END-IF
           CALL WS-SOLVER-NAME USING WS-SOLVER-PARMS
               ON EXCEPTION
      * A registered module missing from the load library is a
      * deployment fault, not a puzzle failure - fail loudly.
                   PERFORM FLAG-SOLVER-NOT-CALLABLE
           END-CALL
           CANCEL WS-SOLVER-NAME
           IF SOL-TRACE = "YES"
               PERFORM CLOSE-DAY-TRACE
           END-IF
           MOVE SOL-PART1-ANSWER TO WS-PART1-ANSWER
           MOVE SOL-PART2-ANSWER TO WS-PART2-ANSWER
           MOVE SOL-LINES-PROCESSED TO NUMBER-OF-LINES
               END-IF
           END-IF.

       PREPARE-SOLVER-PARMS.
      * Everything in the AOC-SOLVER.cpy block but the input file
      * and the mode switches, which differ between the sample
      * pre-flight and the real run.
           MOVE WS-DAY-NUMBER TO SOL-DAY-NUMBER
           MOVE WS-SEASON-YEAR TO SOL-SEASON-YEAR
           MOVE WS-PARTICIPANT TO SOL-PARTICIPANT
           MOVE WS-FILE-PREFIX TO SOL-FILE-PREFIX
           MOVE ZERO TO SOL-PART1-ANSWER
           MOVE ZERO TO SOL-PART2-ANSWER
           MOVE ZERO TO SOL-LINES-PROCESSED
           MOVE ZERO TO SOL-PARSE-FAILURES
           MOVE "NO " TO SOL-ANSWER-OVERFLOW
           MOVE ZERO TO SOL-RETURN-CODE
           MOVE "NO " TO SOL-TRACE
           MOVE WS-PARM-COUNT TO SOL-PARM-COUNT
           PERFORM VARYING WS-K2 FROM 1 BY 1
               UNTIL WS-K2 > WS-PARM-COUNT
               MOVE WS-PARM-NAME (WS-K2)
                   TO SOL-PARM-NAME (WS-K2)
               MOVE WS-PARM-VALUE (WS-K2)
                   TO SOL-PARM-VALUE (WS-K2)
           END-PERFORM.

       OPEN-DAY-TRACE.
      * The trace is only switched on in the contract when the file
      * really opened - a trace that cannot be created is logged by
      * AOC-TRACE and the run carries on untraced.
           MOVE SPACES TO TRC-FILENAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               "DAY" WS-DAY-NUMBER "-TRACE.TXT"
               DELIMITED BY SIZE INTO TRC-FILENAME
           MOVE "OPEN" TO TRC-FUNCTION
           CALL "AOC-TRACE" USING WS-TRACE-PARMS
           IF TRC-RETURN-CODE = ZERO
               MOVE "YES" TO SOL-TRACE
           END-IF.

       CLOSE-DAY-TRACE.
           MOVE "CLOS" TO TRC-FUNCTION
           CALL "AOC-TRACE" USING WS-TRACE-PARMS
           MOVE "YES" TO WS-TRACE-WRITTEN
           MOVE TRC-RECORD-COUNT TO WS-TRACE-RECORDS
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "trace written to " DELIMITED BY SIZE
               TRC-FILENAME DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM (WS-TRACE-RECORDS) DELIMITED BY SIZE
               " record(s)" DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE
           MOVE "I" TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG-MESSAGE.

       FLAG-SOLVER-NOT-CALLABLE.
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "solver module "
               FUNCTION TRIM (WS-SOLVER-NAME)
               " is registered for day " WS-DAY-NUMBER
               " but could not be called"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "E" TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG-MESSAGE
           MOVE 12 TO SOL-RETURN-CODE.

       BUILD-SAMPLE-FILENAMES.
           MOVE SPACES TO WS-SAMPLE-FILENAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               "DAY" WS-DAY-NUMBER "-SAMPLE.TXT"
               DELIMITED BY SIZE INTO WS-SAMPLE-FILENAME
           MOVE SPACES TO WS-SAMPLE-WORK-FILENAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               "DAY" WS-DAY-NUMBER "-SAMPLE-WORK.TXT"
               DELIMITED BY SIZE INTO WS-SAMPLE-WORK-FILENAME.

       RUN-SAMPLE-REGRESSION.
      * The sample-only step: the pre-flight and its report, and a
      * RETURN-CODE the season sweep tallies - 0 passed, 8 failed,
      * 4 nothing to test (no solver, or no sample on catalog).
           PERFORM BUILD-SAMPLE-FILENAMES
           IF WS-DAY-HAS-REAL-LOGIC NOT = "YES"
               MOVE "NOSOLVER" TO WS-SAMPLE-VERDICT
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "day " WS-DAY-NUMBER " has no registered "
                   "solver - no sample to run"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "I" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM INITIALIZE-DAY-STATE
               PERFORM LOAD-DAY-PARMS
               IF WS-PARMS-FAILED = "YES"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM RUN-SAMPLE-PREFLIGHT
                   EVALUATE WS-SAMPLE-VERDICT
                       WHEN "FAIL"
                           MOVE 8 TO RETURN-CODE
                       WHEN "NOSAMPLE"
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           MOVE ZERO TO RETURN-CODE
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM CAPTURE-ELAPSED-TIME
           PERFORM PRINT-REPORT-HEADER
           PERFORM PRINT-SAMPLE-SUMMARY
           IF WS-PARMS-FAILED = "YES"
               DISPLAY "  *** PARAMETER FILE REFUSED: "
                   WS-PARMS-FILENAME (1:24) " is malformed ***"
           END-IF
           PERFORM PRINT-REPORT-TRAILER.

       RUN-SAMPLE-PREFLIGHT.
      * Each "*SAMPLE" control record opens a block; the records up
      * to the next one are that block's input. Records ahead of
      * the first control record are notes and are passed over. A
      * file with no block at all, an unreadable file, or a control
      * record whose answers are not whole numbers fails the
      * pre-flight - a sample check that cannot run must not pass.
           PERFORM BUILD-SAMPLE-FILENAMES
           MOVE ZERO TO WS-SAMPLE-BLOCKS
           MOVE ZERO TO WS-SAMPLE-BLOCKS-FAILED
           MOVE ZERO TO WS-SAMPLE-LAST-COUNTED
           MOVE ZERO TO WS-SAMPLE-FAIL-BLOCK
           MOVE ZERO TO WS-SAMPLE-FAIL-PART
           MOVE "NO" TO WS-SAMPLE-BLOCK-OPEN
           OPEN INPUT SAMPLE-FILE
           EVALUATE WS-SAMPLE-FILE-STATUS
               WHEN "00"
                   MOVE "PASS" TO WS-SAMPLE-VERDICT
                   MOVE "NO" TO WS-SAMPLE-EOF
                   PERFORM UNTIL WS-SAMPLE-EOF = "YES"
                       READ SAMPLE-FILE
                           AT END
                               MOVE "YES" TO WS-SAMPLE-EOF
                           NOT AT END
                               PERFORM TAKE-ONE-SAMPLE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SAMPLE-FILE
                   IF WS-SAMPLE-BLOCK-OPEN = "YES"
                       PERFORM FINISH-SAMPLE-BLOCK
                   END-IF
                   IF WS-SAMPLE-BLOCKS = ZERO
                       MOVE "holds no *SAMPLE control record"
                           TO WS-SAMPLE-WHY
                       MOVE ZERO TO WS-SAMPLE-PART
                       PERFORM NOTE-SAMPLE-FAILURE
                   END-IF
               WHEN "35"
                   MOVE "NOSAMPLE" TO WS-SAMPLE-VERDICT
               WHEN OTHER
                   MOVE SPACES TO WS-SAMPLE-WHY
                   STRING "is present but unreadable (status "
                       WS-SAMPLE-FILE-STATUS ")"
                       DELIMITED BY SIZE INTO WS-SAMPLE-WHY
                   MOVE ZERO TO WS-SAMPLE-PART
                   PERFORM NOTE-SAMPLE-FAILURE
           END-EVALUATE
      * The answer parse borrows the expected-answer work areas;
      * hand them back clean for the checks that follow.
           MOVE "NONE" TO WS-VERIFY-VERDICT
           MOVE ZERO TO WS-EXPECTED-PART1
           MOVE ZERO TO WS-EXPECTED-PART2
           IF WS-SAMPLE-VERDICT = "FAIL"
               MOVE SPACES TO WS-LOG-MESSAGE
               IF WS-SAMPLE-BLOCKS = ZERO
                   STRING "day " WS-DAY-NUMBER " SAMPLE PRE-FLIGHT "
                       "FAILED - " FUNCTION TRIM (WS-SAMPLE-FILENAME)
                       " is unusable; real run not started"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               ELSE
                   STRING "day " WS-DAY-NUMBER " SAMPLE PRE-FLIGHT "
                       "FAILED - " WS-SAMPLE-BLOCKS-FAILED " of "
                       WS-SAMPLE-BLOCKS " block(s) in "
                       FUNCTION TRIM (WS-SAMPLE-FILENAME)
                       " did not reproduce; real run not started"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-IF
               MOVE "E" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
           END-IF.

       TAKE-ONE-SAMPLE-RECORD.
           IF SAMPLE-RECORD (1:7) = "*SAMPLE"
               IF WS-SAMPLE-BLOCK-OPEN = "YES"
                   PERFORM FINISH-SAMPLE-BLOCK
               END-IF
               PERFORM START-SAMPLE-BLOCK
           ELSE
               IF WS-SAMPLE-BLOCK-OPEN = "YES"
                   AND WS-SAMPLE-BLOCK-BAD NOT = "YES"
                   MOVE SAMPLE-RECORD TO SAMPLE-WORK-RECORD
                   WRITE SAMPLE-WORK-RECORD
                   ADD 1 TO WS-SAMPLE-BLOCK-LINES
               END-IF
           END-IF.

       START-SAMPLE-BLOCK.
           ADD 1 TO WS-SAMPLE-BLOCKS
           MOVE "YES" TO WS-SAMPLE-BLOCK-OPEN
           MOVE "NO" TO WS-SAMPLE-BLOCK-BAD
           MOVE ZERO TO WS-SAMPLE-BLOCK-LINES
           MOVE SPACES TO WS-SAMPLE-WHY
           MOVE ZERO TO WS-SAMPLE-PART
           MOVE SPACES TO WS-SAMPLE-TAG
           MOVE SPACES TO WS-SAMPLE-ANSWER-TEXT (1)
           MOVE SPACES TO WS-SAMPLE-ANSWER-TEXT (2)
           UNSTRING SAMPLE-RECORD DELIMITED BY ALL SPACE
               INTO WS-SAMPLE-TAG WS-SAMPLE-ANSWER-TEXT (1)
                   WS-SAMPLE-ANSWER-TEXT (2)
           END-UNSTRING
           PERFORM VARYING WS-SAMPLE-PART FROM 1 BY 1
               UNTIL WS-SAMPLE-PART > 2
               PERFORM PARSE-SAMPLE-ANSWER
           END-PERFORM
           IF WS-SAMPLE-CHECK (1) NOT = "YES"
               AND WS-SAMPLE-CHECK (2) NOT = "YES"
               AND WS-SAMPLE-BLOCK-BAD NOT = "YES"
               MOVE "YES" TO WS-SAMPLE-BLOCK-BAD
               MOVE ZERO TO WS-SAMPLE-PART
               MOVE "control record checks neither part"
                   TO WS-SAMPLE-WHY
           END-IF
           IF WS-SAMPLE-BLOCK-BAD NOT = "YES"
               OPEN OUTPUT SAMPLE-WORK-FILE
               IF WS-SAMPLE-WORK-STATUS NOT = "00"
                   MOVE "YES" TO WS-SAMPLE-BLOCK-BAD
                   MOVE ZERO TO WS-SAMPLE-PART
                   MOVE SPACES TO WS-SAMPLE-WHY
                   STRING "work file not writable (status "
                       WS-SAMPLE-WORK-STATUS ")"
                       DELIMITED BY SIZE INTO WS-SAMPLE-WHY
               END-IF
           END-IF.

       PARSE-SAMPLE-ANSWER.
      * "-" alone leaves the part unchecked (a day whose two parts
      * publish different samples); anything else must pass the
      * same whole-number rule the expected-answer file follows.
           MOVE "NO " TO WS-SAMPLE-CHECK (WS-SAMPLE-PART)
           MOVE ZERO TO WS-SAMPLE-EXPECTED (WS-SAMPLE-PART)
           IF WS-SAMPLE-ANSWER-TEXT (WS-SAMPLE-PART) = "-"
               CONTINUE
           ELSE
               MOVE WS-SAMPLE-ANSWER-TEXT (WS-SAMPLE-PART)
                   TO WS-EXPECTED-TEXT
               MOVE WS-SAMPLE-PART TO WS-EXPECTED-WHICH
               MOVE "PASS" TO WS-VERIFY-VERDICT
               PERFORM PARSE-EXPECTED-ANSWER
               IF WS-VERIFY-VERDICT = "INVALID"
                   IF WS-SAMPLE-BLOCK-BAD NOT = "YES"
                       MOVE "YES" TO WS-SAMPLE-BLOCK-BAD
                       MOVE "control record answer is not a number"
                           TO WS-SAMPLE-WHY
                   END-IF
               ELSE
                   MOVE "YES" TO WS-SAMPLE-CHECK (WS-SAMPLE-PART)
                   IF WS-SAMPLE-PART = 1
                       MOVE WS-EXPECTED-PART1
                           TO WS-SAMPLE-EXPECTED (1)
                   ELSE
                       MOVE WS-EXPECTED-PART2
                           TO WS-SAMPLE-EXPECTED (2)
                   END-IF
               END-IF
           END-IF.

       FINISH-SAMPLE-BLOCK.
           MOVE "NO" TO WS-SAMPLE-BLOCK-OPEN
           IF WS-SAMPLE-BLOCK-BAD = "YES"
               MOVE ZERO TO WS-SAMPLE-PART
               PERFORM NOTE-SAMPLE-FAILURE
           ELSE
               CLOSE SAMPLE-WORK-FILE
               PERFORM RUN-SAMPLE-BLOCK
           END-IF.

       RUN-SAMPLE-BLOCK.
      * Verify mode keeps the solver's side reports (Day 4's card
      * report, Day 7's rank report) from being overwritten with
      * sample numbers; the CANCEL hands the real run a solver in
      * its initial state.
           PERFORM PREPARE-SOLVER-PARMS
           MOVE WS-SAMPLE-WORK-FILENAME TO SOL-INPUT-FILENAME
           MOVE "NO " TO SOL-DRY-RUN
           MOVE "YES" TO SOL-VERIFY-MODE
           CALL WS-SOLVER-NAME USING WS-SOLVER-PARMS
               ON EXCEPTION
                   PERFORM FLAG-SOLVER-NOT-CALLABLE
           END-CALL
           CANCEL WS-SOLVER-NAME
           MOVE SOL-PART1-ANSWER TO WS-SAMPLE-GOT (1)
           MOVE SOL-PART2-ANSWER TO WS-SAMPLE-GOT (2)
           MOVE ZERO TO WS-SAMPLE-PART
           EVALUATE TRUE
               WHEN SOL-RETURN-CODE >= 8
                   MOVE SOL-RETURN-CODE TO WS-SAMPLE-RC-DISPLAY
                   MOVE SPACES TO WS-SAMPLE-WHY
                   STRING "solver ended RETURN-CODE "
                       WS-SAMPLE-RC-DISPLAY
                       DELIMITED BY SIZE INTO WS-SAMPLE-WHY
                   PERFORM NOTE-SAMPLE-FAILURE
               WHEN SOL-ANSWER-OVERFLOW = "YES"
                   MOVE "answer overflowed 18 digits"
                       TO WS-SAMPLE-WHY
                   PERFORM NOTE-SAMPLE-FAILURE
               WHEN OTHER
                   PERFORM VARYING WS-SAMPLE-PART FROM 1 BY 1
                       UNTIL WS-SAMPLE-PART > 2
                       IF WS-SAMPLE-CHECK (WS-SAMPLE-PART) = "YES"
                           AND WS-SAMPLE-GOT (WS-SAMPLE-PART)
                           NOT = WS-SAMPLE-EXPECTED (WS-SAMPLE-PART)
                           MOVE "answer differs from the sample"
                               TO WS-SAMPLE-WHY
                           PERFORM NOTE-SAMPLE-FAILURE
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       NOTE-SAMPLE-FAILURE.
      * WS-SAMPLE-PART names the part that differed, zero when the
      * block failed as a whole. A block counts once however many
      * of its parts are wrong; the first failure is the one the
      * job report shows.
           IF WS-SAMPLE-VERDICT NOT = "FAIL"
               OR WS-SAMPLE-LAST-COUNTED NOT = WS-SAMPLE-BLOCKS
               ADD 1 TO WS-SAMPLE-BLOCKS-FAILED
               MOVE WS-SAMPLE-BLOCKS TO WS-SAMPLE-LAST-COUNTED
           END-IF
           IF WS-SAMPLE-VERDICT NOT = "FAIL"
               MOVE WS-SAMPLE-BLOCKS TO WS-SAMPLE-FAIL-BLOCK
               MOVE WS-SAMPLE-PART TO WS-SAMPLE-FAIL-PART
               MOVE WS-SAMPLE-WHY TO WS-SAMPLE-FAIL-WHY
               IF WS-SAMPLE-PART > ZERO
                   MOVE WS-SAMPLE-EXPECTED (WS-SAMPLE-PART)
                       TO WS-SAMPLE-FAIL-EXPECTED
                   MOVE WS-SAMPLE-GOT (WS-SAMPLE-PART)
                       TO WS-SAMPLE-FAIL-GOT
               END-IF
           END-IF
           MOVE "FAIL" TO WS-SAMPLE-VERDICT
           MOVE SPACES TO WS-LOG-MESSAGE
           IF WS-SAMPLE-PART > ZERO
               MOVE WS-SAMPLE-EXPECTED (WS-SAMPLE-PART)
                   TO WS-SAMPLE-DISPLAY1
               MOVE WS-SAMPLE-GOT (WS-SAMPLE-PART)
                   TO WS-SAMPLE-DISPLAY2
               STRING "sample block " WS-SAMPLE-BLOCKS " part "
                   WS-SAMPLE-PART " - expected " WS-SAMPLE-DISPLAY1
                   ", solver gave " WS-SAMPLE-DISPLAY2
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           ELSE
               IF WS-SAMPLE-BLOCKS = ZERO
                   STRING "sample " FUNCTION TRIM (WS-SAMPLE-FILENAME)
                       " " FUNCTION TRIM (WS-SAMPLE-WHY)
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               ELSE
                   STRING "sample " FUNCTION TRIM (WS-SAMPLE-FILENAME)
                       " block " WS-SAMPLE-BLOCKS " - "
                       FUNCTION TRIM (WS-SAMPLE-WHY)
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-IF
           END-IF
           MOVE "E" TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG-MESSAGE.

       CHECK-SEASON-OPEN.
      * A closed season's ledger and history are final - a real run
      * would add to both, so it is refused before anything runs.
           MOVE "CHK " TO SV-FUNCTION
           MOVE "AOC-RUNNER" TO SV-PROGRAM
           MOVE WS-SEASON-YEAR TO SV-SEASON-YEAR
           MOVE SPACES TO SV-ACTION
           STRING "run of day " WS-DAY-NUMBER
               DELIMITED BY SIZE INTO SV-ACTION
           CALL "AOC-SEASON-CTL" USING WS-SV-PARMS
           IF SV-RETURN-CODE NOT = ZERO
               MOVE "YES" TO WS-SEASON-CLOSED
           END-IF.

       CHECK-IF-ALREADY-SOLVED.
      * Skip re-running a day whose ledger already holds both Part 1
      * and Part 2 answers - the batch-suite equivalent of a COND CODE
           OPEN INPUT RESULTS-INDEX-FILE
           IF WS-INDEX-FILE-STATUS = "00"
               MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
               MOVE WS-PARTICIPANT TO AX-PARTICIPANT
               MOVE WS-DAY-NUMBER TO AX-DAY-NUMBER
               MOVE 1 TO AX-PART-NUMBER
               READ RESULTS-INDEX-FILE
                   NOT INVALID KEY MOVE "YES" TO WS-SAW-PART1
               END-READ
               MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
               MOVE WS-PARTICIPANT TO AX-PARTICIPANT
               MOVE WS-DAY-NUMBER TO AX-DAY-NUMBER
               MOVE 2 TO AX-PART-NUMBER
               READ RESULTS-INDEX-FILE
           OPEN INPUT RESULTS-INDEX-FILE
           IF WS-INDEX-FILE-STATUS = "00"
               MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
               MOVE WS-PARTICIPANT TO AX-PARTICIPANT
               MOVE WS-DAY-NUMBER TO AX-DAY-NUMBER
               MOVE 1 TO AX-PART-NUMBER
               READ RESULTS-INDEX-FILE
                       MOVE AX-ANSWER TO WS-LEDGER-ANSWER1
               END-READ
               MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
               MOVE WS-PARTICIPANT TO AX-PARTICIPANT
               MOVE WS-DAY-NUMBER TO AX-DAY-NUMBER
               MOVE 2 TO AX-PART-NUMBER
               READ RESULTS-INDEX-FILE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "E" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
               PERFORM DIFF-AGAINST-VETTED-INPUT
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "the ledgered answers were computed from a "
                   "DIFFERENT input - FORCE the day via AOC-LEDGER "
               PERFORM WRITE-LOG-MESSAGE
           END-IF.

       DIFF-AGAINST-VETTED-INPUT.
      * AOC-INPUT-DIFF writes its report whether or not it found a
      * copy to compare against, so the warning always names it; a
      * report it could not write it has logged itself.
           MOVE WS-LOG-PROGRAM-NAME TO DF-PROGRAM
           MOVE WS-SEASON-YEAR TO DF-SEASON-YEAR
           MOVE WS-PARTICIPANT TO DF-PARTICIPANT
           MOVE WS-DAY-NUMBER TO DF-DAY-NUMBER
           MOVE WS-FILE-PREFIX TO DF-FILE-PREFIX
           MOVE WS-FP-LEDGER-RECORDS TO DF-VETTED-RECORDS
           MOVE WS-FP-LEDGER-BYTE-SUM TO DF-VETTED-BYTE-SUM
           MOVE "NO " TO DF-ECHO
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "AOC-INPUT-DIFF" USING WS-DF-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF DF-RETURN-CODE < 12
               MOVE "YES" TO WS-INPUT-DIFFED
               MOVE SPACES TO WS-LOG-MESSAGE
               IF DF-RETURN-CODE < 8
                   STRING "diff report "
                       FUNCTION TRIM (DF-REPORT-FILENAME) " - "
                       FUNCTION TRIM (DF-VERDICT) " "
                       DF-INSERTED-COUNT " inserted, "
                       DF-DELETED-COUNT " deleted, "
                       DF-CHANGED-COUNT " changed, "
                       DF-MOVED-COUNT " moved"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "E" TO WS-LOG-SEVERITY
               ELSE
                   STRING "diff report "
                       FUNCTION TRIM (DF-REPORT-FILENAME)
                       " - nothing to compare against, the report "
                       "says why"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "W" TO WS-LOG-SEVERITY
               END-IF
               PERFORM WRITE-LOG-MESSAGE
           END-IF.

       COMPUTE-INPUT-FINGERPRINT.
      * One cheap pass over the input as downloaded, before any
      * processing path (line, grid, or dry) touches it - record
           END-IF
           IF IC-DAY-NUMBER = WS-DAY-NUMBER
               AND WS-CATALOG-SEASON = WS-SEASON-YEAR
               AND IC-PARTICIPANT = WS-PARTICIPANT
               AND IC-INPUT-RECORDS = WS-FP-RECORD-COUNT
               AND IC-INPUT-BYTE-SUM = WS-FP-BYTE-SUM
               MOVE "YES" TO WS-INPUT-REGISTERED
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE WS-SEASON-YEAR TO CK-SEASON-YEAR
           MOVE WS-PARTICIPANT TO CK-PARTICIPANT
           MOVE WS-DAY-NUMBER TO CK-DAY-NUMBER
           MOVE WS-PHYSICAL-LINE-NO TO CK-LAST-RECORD-NO
           MOVE NUMBER-OF-LINES TO CK-LINES-PROCESSED
               DISPLAY "  Mode      : VERIFY - recomputed against "
                   "the ledgered answers, nothing written"
           END-IF
           IF WS-SAMPLE-ONLY = "YES"
               DISPLAY "  Mode      : SAMPLE - published sample "
                   "only, no real input read, nothing ledgered"
           END-IF
           DISPLAY "  Season    : " WS-SEASON-YEAR
           IF WS-PARTICIPANT NOT = SPACES
               DISPLAY "  Participant: " WS-PARTICIPANT " "
                   RO-PARTICIPANT-NAME
           END-IF
           DISPLAY "  Day       : " WS-DAY-NUMBER
           IF WS-SAMPLE-ONLY = "YES"
               DISPLAY "  Input     : " WS-SAMPLE-FILENAME
           ELSE
               DISPLAY "  Input     : " WS-INPUT-FILENAME
           END-IF
           IF WS-INPUT-DIFFED = "YES"
               DISPLAY "  Input diff: " DF-REPORT-FILENAME (1:40) " "
                   DF-VERDICT
           END-IF
           DISPLAY "  Run date  : " WS-REPORT-TIMESTAMP
           DISPLAY "============================================".

       PRINT-SAMPLE-SUMMARY.
           EVALUATE WS-SAMPLE-VERDICT
               WHEN "PASS"
                   DISPLAY "  Sample pre-flight : PASS - "
                       WS-SAMPLE-BLOCKS " block(s) from "
                       WS-SAMPLE-FILENAME (1:24)
               WHEN "FAIL"
                   IF WS-SAMPLE-BLOCKS = ZERO
                       DISPLAY "  Sample pre-flight : FAIL - "
                           WS-SAMPLE-FILENAME (1:24) " "
                           WS-SAMPLE-FAIL-WHY
                   ELSE
                       DISPLAY "  Sample pre-flight : FAIL - "
                           WS-SAMPLE-BLOCKS-FAILED " of "
                           WS-SAMPLE-BLOCKS " block(s) in "
                           WS-SAMPLE-FILENAME (1:24)
                   END-IF
                   IF WS-SAMPLE-BLOCKS = ZERO
                       CONTINUE
                   ELSE
                   IF WS-SAMPLE-FAIL-PART > ZERO
                       MOVE WS-SAMPLE-FAIL-EXPECTED
                           TO WS-SAMPLE-DISPLAY1
                       MOVE WS-SAMPLE-FAIL-GOT TO WS-SAMPLE-DISPLAY2
                       DISPLAY "    Block " WS-SAMPLE-FAIL-BLOCK
                           " Part " WS-SAMPLE-FAIL-PART
                           " expected " WS-SAMPLE-DISPLAY1
                           " got " WS-SAMPLE-DISPLAY2
                   ELSE
                       DISPLAY "    Block " WS-SAMPLE-FAIL-BLOCK
                           " : " WS-SAMPLE-FAIL-WHY
                   END-IF
                   END-IF
                   DISPLAY "  *** SAMPLE PRE-FLIGHT FAILED: the real "
                       "input was not run ***"
               WHEN "NOSAMPLE"
                   DISPLAY "  Sample pre-flight : NONE - no "
                       WS-SAMPLE-FILENAME (1:24) " on catalog"
               WHEN "NOSOLVER"
                   DISPLAY "  Sample pre-flight : NONE - no solver "
                       "registered for this day"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PRINT-RUN-SUMMARY.
           IF WS-SEASON-CLOSED = "YES"
               DISPLAY "  *** Season " WS-SEASON-YEAR " closed "
                   SV-TIMESTAMP (1:8) " by "
                   FUNCTION TRIM (SV-OPERATOR)
                   " - run refused, nothing ledgered ***"
           END-IF
           PERFORM PRINT-SAMPLE-SUMMARY
           DISPLAY "  Lines processed   : " NUMBER-OF-LINES
           IF WS-DRY-RUN = "YES"
               DISPLAY "  Parse failures    : " WS-PARSE-FAILURE-COUNT
           END-IF
           DISPLAY "  Elapsed runtime   : " WS-ELAPSED-SECONDS
               " seconds"
           IF WS-TRACE-WRITTEN = "YES"
               DISPLAY "  Trace file        : "
                   FUNCTION TRIM (TRC-FILENAME) " ("
                   FUNCTION TRIM (WS-TRACE-RECORDS) " records)"
           END-IF
           IF WS-TRACE-SUPPRESSED = "YES"
               DISPLAY "  Trace file        : not written - "
                   "suppressed in this mode"
           END-IF
      * The report shows what the run actually used - a parameter
      * nobody can see in a report is a literal with extra steps.
           IF WS-PARM-COUNT > ZERO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           END-IF
           IF WS-GUESS-CHECKED = "YES"
               MOVE 1 TO WS-GQ-PART
               PERFORM PRINT-SUBMISSION-LINE
               MOVE 2 TO WS-GQ-PART
               PERFORM PRINT-SUBMISSION-LINE
           END-IF.

       PRINT-SUBMISSION-LINE.
           EVALUATE WS-GQ-STATE (WS-GQ-PART)
               WHEN "CONFIRMED"
                   DISPLAY "  Part " WS-GQ-PART " submission : "
                       "CONFIRMED - the site accepted this answer"
               WHEN "DIFFERS"
                   DISPLAY "  Part " WS-GQ-PART " submission : "
                       "*** DIFFERS from the accepted answer "
                       WS-GQ-CORRECT-TEXT (WS-GQ-PART) " ***"
               WHEN "REJECTED"
                   DISPLAY "  Part " WS-GQ-PART " submission : "
                       "*** ALREADY REJECTED ("
                       FUNCTION TRIM (WS-GQ-REJECT-VERDICT (WS-GQ-PART))
                       ") - do not submit ***"
               WHEN "OUTSIDE"
                   DISPLAY "  Part " WS-GQ-PART " submission : "
                       "*** OUTSIDE the recorded bounds - cannot be "
                       "correct ***"
               WHEN "OPEN"
                   DISPLAY "  Part " WS-GQ-PART " submission : "
                       "not yet tried - " WS-GQ-SUBMISSIONS
                       (WS-GQ-PART) " earlier submission(s), inside "
                       "the bounds"
               WHEN OTHER
                   DISPLAY "  Part " WS-GQ-PART " submission : "
                       "not yet submitted"
           END-EVALUATE
           IF WS-GQ-STATE (WS-GQ-PART) = "OUTSIDE"
               OR WS-GQ-STATE (WS-GQ-PART) = "OPEN"
               IF WS-GQ-LOW-SEEN (WS-GQ-PART) = "YES"
                   DISPLAY "    lower bound (LOW)  "
                       WS-GQ-LOW-TEXT (WS-GQ-PART)
               END-IF
               IF WS-GQ-HIGH-SEEN (WS-GQ-PART) = "YES"
                   DISPLAY "    upper bound (HIGH) "
                       WS-GQ-HIGH-TEXT (WS-GQ-PART)
               END-IF
           END-IF.

       CHECK-GUESS-JOURNAL.
      * One pass over the AOC-GUESS submission journal gathers, per
      * part, the submissions already made for this season/day, the
      * verdict on this exact answer if it was one of them, any
      * accepted answer, and the tightest HIGH/LOW bounds. No journal
      * on catalog simply means nothing has been submitted yet.
           ACCEPT WS-GUESS-FILENAME FROM ENVIRONMENT "AOC-GUESS-DD"
               ON EXCEPTION MOVE SPACES TO WS-GUESS-FILENAME
           END-ACCEPT
           IF WS-GUESS-FILENAME = SPACES
               MOVE WS-DEFAULT-GUESS-FILE TO WS-GUESS-FILENAME
           END-IF
           PERFORM VARYING WS-GQ-PART FROM 1 BY 1 UNTIL WS-GQ-PART > 2
               IF WS-GQ-PART = 1
                   MOVE WS-PART1-ANSWER TO WS-FMT-ANSWER-IN
               ELSE
                   MOVE WS-PART2-ANSWER TO WS-FMT-ANSWER-IN
               END-IF
               PERFORM FORMAT-ANSWER-TEXT
               MOVE WS-FMT-ANSWER-TEXT TO WS-GQ-ANSWER (WS-GQ-PART)
               MOVE WS-FMT-ANSWER-IN
                   TO WS-GQ-ANSWER-NUMBER (WS-GQ-PART)
               MOVE ZERO TO WS-GQ-SUBMISSIONS (WS-GQ-PART)
               MOVE "NO " TO WS-GQ-REJECTED (WS-GQ-PART)
               MOVE SPACES TO WS-GQ-REJECT-VERDICT (WS-GQ-PART)
               MOVE SPACES TO WS-GQ-CORRECT-TEXT (WS-GQ-PART)
               MOVE "NO " TO WS-GQ-HIGH-SEEN (WS-GQ-PART)
               MOVE "NO " TO WS-GQ-LOW-SEEN (WS-GQ-PART)
               MOVE SPACES TO WS-GQ-STATE (WS-GQ-PART)
           END-PERFORM
           OPEN INPUT GUESS-JOURNAL-FILE
           IF WS-GUESS-FILE-STATUS = "00"
               MOVE "NO" TO WS-GUESS-EOF
               PERFORM UNTIL WS-GUESS-EOF = "YES"
                   READ GUESS-JOURNAL-FILE
                       AT END
                           MOVE "YES" TO WS-GUESS-EOF
                       NOT AT END
                           IF GJ-SEASON-YEAR = WS-SEASON-YEAR
                               AND GJ-PARTICIPANT = WS-PARTICIPANT
                               AND GJ-DAY-NUMBER = WS-DAY-NUMBER
                               AND (GJ-PART-NUMBER = 1
                                   OR GJ-PART-NUMBER = 2)
                               MOVE GJ-PART-NUMBER TO WS-GQ-PART
                               PERFORM TALLY-GUESS-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUESS-JOURNAL-FILE
           END-IF
           PERFORM VARYING WS-GQ-PART FROM 1 BY 1 UNTIL WS-GQ-PART > 2
               PERFORM SET-GUESS-STATE
           END-PERFORM
           MOVE "YES" TO WS-GUESS-CHECKED.

       TALLY-GUESS-ENTRY.
           ADD 1 TO WS-GQ-SUBMISSIONS (WS-GQ-PART)
           IF GJ-VERDICT = "CORRECT"
               MOVE GJ-ANSWER TO WS-GQ-CORRECT-TEXT (WS-GQ-PART)
           ELSE
               IF GJ-ANSWER = WS-GQ-ANSWER (WS-GQ-PART)
                   MOVE "YES" TO WS-GQ-REJECTED (WS-GQ-PART)
                   MOVE GJ-VERDICT
                       TO WS-GQ-REJECT-VERDICT (WS-GQ-PART)
               END-IF
           END-IF
      * Journal answers are in ledger text form - 18 digits, with a
      * leading "-" only when negative.
           MOVE "NO " TO WS-GUESS-NUMBER-OK
           IF GJ-ANSWER (1:1) = "-"
               IF GJ-ANSWER (2:18) IS NUMERIC
                   MOVE GJ-ANSWER (2:18) TO WS-GUESS-DIGITS
                   COMPUTE WS-GUESS-NUMBER = ZERO - WS-GUESS-DIGITS
                   MOVE "YES" TO WS-GUESS-NUMBER-OK
               END-IF
           ELSE
               IF GJ-ANSWER (1:18) IS NUMERIC
                   MOVE GJ-ANSWER (1:18) TO WS-GUESS-DIGITS
                   MOVE WS-GUESS-DIGITS TO WS-GUESS-NUMBER
                   MOVE "YES" TO WS-GUESS-NUMBER-OK
               END-IF
           END-IF
           IF WS-GUESS-NUMBER-OK = "YES"
               IF GJ-VERDICT = "HIGH"
                   IF WS-GQ-HIGH-SEEN (WS-GQ-PART) NOT = "YES"
                       OR WS-GUESS-NUMBER
                           < WS-GQ-HIGH-BOUND (WS-GQ-PART)
                       MOVE "YES" TO WS-GQ-HIGH-SEEN (WS-GQ-PART)
                       MOVE WS-GUESS-NUMBER
                           TO WS-GQ-HIGH-BOUND (WS-GQ-PART)
                       MOVE GJ-ANSWER TO WS-GQ-HIGH-TEXT (WS-GQ-PART)
                   END-IF
               END-IF
               IF GJ-VERDICT = "LOW"
                   IF WS-GQ-LOW-SEEN (WS-GQ-PART) NOT = "YES"
                       OR WS-GUESS-NUMBER
                           > WS-GQ-LOW-BOUND (WS-GQ-PART)
                       MOVE "YES" TO WS-GQ-LOW-SEEN (WS-GQ-PART)
                       MOVE WS-GUESS-NUMBER
                           TO WS-GQ-LOW-BOUND (WS-GQ-PART)
                       MOVE GJ-ANSWER TO WS-GQ-LOW-TEXT (WS-GQ-PART)
                   END-IF
               END-IF
           END-IF.

       SET-GUESS-STATE.
           EVALUATE TRUE
               WHEN WS-GQ-CORRECT-TEXT (WS-GQ-PART) NOT = SPACES
                   AND WS-GQ-CORRECT-TEXT (WS-GQ-PART)
                       = WS-GQ-ANSWER (WS-GQ-PART)
                   MOVE "CONFIRMED" TO WS-GQ-STATE (WS-GQ-PART)
               WHEN WS-GQ-CORRECT-TEXT (WS-GQ-PART) NOT = SPACES
                   MOVE "DIFFERS" TO WS-GQ-STATE (WS-GQ-PART)
               WHEN WS-GQ-REJECTED (WS-GQ-PART) = "YES"
                   MOVE "REJECTED" TO WS-GQ-STATE (WS-GQ-PART)
               WHEN WS-GQ-HIGH-SEEN (WS-GQ-PART) = "YES"
                   AND WS-GQ-ANSWER-NUMBER (WS-GQ-PART)
                       >= WS-GQ-HIGH-BOUND (WS-GQ-PART)
                   MOVE "OUTSIDE" TO WS-GQ-STATE (WS-GQ-PART)
               WHEN WS-GQ-LOW-SEEN (WS-GQ-PART) = "YES"
                   AND WS-GQ-ANSWER-NUMBER (WS-GQ-PART)
                       <= WS-GQ-LOW-BOUND (WS-GQ-PART)
                   MOVE "OUTSIDE" TO WS-GQ-STATE (WS-GQ-PART)
               WHEN WS-GQ-SUBMISSIONS (WS-GQ-PART) > ZERO
                   MOVE "OPEN" TO WS-GQ-STATE (WS-GQ-PART)
               WHEN OTHER
                   MOVE "NEW" TO WS-GQ-STATE (WS-GQ-PART)
           END-EVALUATE
           IF WS-GQ-STATE (WS-GQ-PART) = "DIFFERS"
               OR WS-GQ-STATE (WS-GQ-PART) = "REJECTED"
               OR WS-GQ-STATE (WS-GQ-PART) = "OUTSIDE"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "day " WS-DAY-NUMBER " part " WS-GQ-PART
                   " answer " WS-GQ-ANSWER (WS-GQ-PART) " is "
                   FUNCTION TRIM (WS-GQ-STATE (WS-GQ-PART))
                   " per the submission journal - do not submit"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "W" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
           END-IF.

       BUILD-EXPECTED-FILENAME.
           MOVE SPACES TO WS-EXPECTED-FILENAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               "DAY" WS-DAY-NUMBER "-EXPECTED.TXT"
               DELIMITED BY SIZE INTO WS-EXPECTED-FILENAME.

       CHECK-EXPECTED-ANSWERS.
               AT END
                   MOVE "INVALID" TO WS-VERIFY-VERDICT
               NOT AT END
                   MOVE EXPECTED-RECORD TO WS-EXPECTED-TEXT
                   PERFORM PARSE-EXPECTED-ANSWER
           END-READ.

      * digits, leading or trailing spaces allowed. Anything else
      * means the file was mis-edited, and a verification that
      * cannot be trusted has to fail the step, not pass it by
      * default. The caller loads WS-EXPECTED-TEXT - the sample
      * pre-flight's control-record answers follow the same rule.
           MOVE FUNCTION TRIM (WS-EXPECTED-TEXT) TO WS-EXPECTED-TEXT
           COMPUTE WS-EXPECTED-LEN =
               FUNCTION LENGTH (FUNCTION TRIM
           MOVE SPACES TO AOC-RESULT-RECORD
           MOVE WS-DAY-NUMBER TO AR-DAY-NUMBER
           MOVE WS-SEASON-YEAR TO AR-SEASON-YEAR
           MOVE WS-PARTICIPANT TO AR-PARTICIPANT
           MOVE FUNCTION CURRENT-DATE TO AR-RUN-TIMESTAMP
           MOVE WS-ELAPSED-SECONDS TO AR-ELAPSED-SECONDS
           MOVE 1 TO AR-PART-NUMBER
           MOVE SPACES TO AOC-RESULT-RECORD
           MOVE WS-DAY-NUMBER TO AR-DAY-NUMBER
           MOVE WS-SEASON-YEAR TO AR-SEASON-YEAR
           MOVE WS-PARTICIPANT TO AR-PARTICIPANT
           MOVE FUNCTION CURRENT-DATE TO AR-RUN-TIMESTAMP
           MOVE WS-ELAPSED-SECONDS TO AR-ELAPSED-SECONDS
           MOVE 2 TO AR-PART-NUMBER
       WRITE-ONE-INDEX-ENTRY.
           MOVE SPACES TO RESULTS-INDEX-RECORD
           MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
           MOVE WS-PARTICIPANT TO AX-PARTICIPANT
           MOVE WS-DAY-NUMBER TO AX-DAY-NUMBER
           MOVE WS-INDEX-PART TO AX-PART-NUMBER
           IF WS-INDEX-PART = 1
           MOVE WS-ELAPSED-SECONDS TO AX-ELAPSED-SECONDS
           MOVE WS-FP-RECORD-COUNT TO AX-INPUT-RECORDS
           MOVE WS-FP-BYTE-SUM TO AX-INPUT-BYTE-SUM
      * Confirmed only when the journal holds the site accepting this
      * very answer; a re-solve that changed it drops back to
      * computed.
           MOVE "NO " TO AX-CONFIRMED
           IF WS-GUESS-CHECKED = "YES"
               IF WS-GQ-STATE (WS-INDEX-PART) = "CONFIRMED"
                   MOVE "YES" TO AX-CONFIRMED
               END-IF
           END-IF
      * The key is read first so the change journal gets the record
      * a re-solve replaces as well as the one that replaces it.
           MOVE RESULTS-INDEX-RECORD TO LJ-AFTER-IMAGE
           READ RESULTS-INDEX-FILE
               INVALID KEY
                   MOVE "ADD" TO LJ-CHANGE-TYPE
                   MOVE SPACES TO LJ-BEFORE-IMAGE
                   MOVE LJ-AFTER-IMAGE TO RESULTS-INDEX-RECORD
                   WRITE RESULTS-INDEX-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE "CHG" TO LJ-CHANGE-TYPE
                   MOVE RESULTS-INDEX-RECORD TO LJ-BEFORE-IMAGE
                   MOVE LJ-AFTER-IMAGE TO RESULTS-INDEX-RECORD
                   REWRITE RESULTS-INDEX-RECORD
                   END-REWRITE
           END-READ
           IF WS-INDEX-FILE-STATUS = "00"
               MOVE "PUT " TO LJ-FUNCTION
               MOVE WS-LOG-PROGRAM-NAME TO LJ-PROGRAM
               MOVE ZERO TO LJ-REVERSES-ID
               CALL "AOC-LEDGER-JRNL" USING WS-LJ-PARMS
           END-IF.

       END PROGRAM AOC-RUNNER.
