      * once the ledger frees); RETRY with parameter 2 = ALL takes
      * everything, mismatches included, for after a human has
      * looked.
      * Update: a SAMPLES mode (positional parameter 1 = SAMPLES, or
      * AOC-SEASON-MODE=SAMPLES) - a regression suite that needs no
      * real input and no plan file. Every day 01-25 is driven with
      * AOC-SAMPLE-ONLY=YES, so AOC-RUNNER runs only the registered
      * solver against the day's published <season>-DAYnn-SAMPLE.TXT
      * answers, and the summary is one PASS/FAIL/NO SAMPLE matrix
      * over the registered solvers with a failing RETURN-CODE on any
      * failure. Like a verify sweep it writes nothing - no retry
      * queue, no ledger.
      * Update: a plan is driven for one participant or for all of
      * them (AOC-ROSTER). A "PARTICIPANT code" record in the plan,
      * else AOC-PARTICIPANT, names one; PARTICIPANT ALL drives every
      * roster participant in turn (the installation's own when the
      * roster is empty), each through the whole plan. The driver
      * sets AOC-PARTICIPANT before every day it launches and puts
      * the caller's value back afterwards. A day record may carry
      * its participant in columns 21-28 - the retry queue and the
      * continuation plan write it there, so a re-driven day runs
      * over the same person's input that failed or was deferred -
      * and such a day is run only for that participant. The summary
      * names the participant on every row.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-SEASON.
               05  RQ-RETURN-CODE        PIC 9(2).
               05  FILLER                PIC X(1).
               05  RQ-FAIL-REASON        PIC X(13).
               05  FILLER                PIC X(1).
               05  RQ-PARTICIPANT        PIC X(8).

       FD  AOC-RESULTS-FILE LABEL RECORDS ARE STANDARD.
           01  AOC-RESULT-RECORD.
       01 WS-ARG-VALUE              PIC X(250).
       01 WS-SEASON-YEAR            PIC 9(4) VALUE 2023.
       01 WS-VERIFY-MODE            PIC X(3) VALUE "NO".
       01 WS-SAMPLES-MODE           PIC X(3) VALUE "NO".
       01 WS-RETRY-MODE             PIC X(3) VALUE "NO".
       01 WS-RETRY-ALL              PIC X(3) VALUE "NO".
       01 WS-RETRY-QUEUE-FILENAME   PIC X(250) VALUE SPACES.
       01 WS-FAIL-REASON            PIC X(13).
       01 WS-RETRY-SKIPPED          PIC 9(3) VALUE ZERO.

      * The failures this run banks for tomorrow's retry queue -
      * room for every entry of a plan driven for every participant.
       01 WS-FAIL-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-FAIL-TABLE.
          05 WS-FAIL-ENTRY OCCURS 500 TIMES INDEXED BY WS-FAIL-IDX.
             10 WS-FAIL-DAY         PIC 9(2).
             10 WS-FAIL-RC          PIC 9(2).
             10 WS-FAIL-REASON-WORD PIC X(13).
             10 WS-FAIL-PARTICIPANT PIC X(8).
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-PLAN-DAY-TEXT          PIC X(2).
       01 WS-PLAN-DAY               PIC 9(2).

      * The plan is loaded into a table before any day runs, so a plan
      * full of typos is rejected up front instead of failing halfway
      * through a morning's catch-up run. The plan file loads at
      * most 100 entries; driven for every participant it expands
      * to one entry per participant per day (500 at most).
      * WS-PLAN-ENTRY-PINNED is "Y" for a day record that named its
      * own participant.
       01 WS-PLAN-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-PLAN-TABLE.
          05 WS-PLAN-ENTRY OCCURS 500 TIMES INDEXED BY WS-PLAN-IDX.
             10 WS-PLAN-ENTRY-DAY   PIC 9(2).
             10 WS-PLAN-ENTRY-RC    PIC 9(2).
             10 WS-PLAN-ENTRY-STATE PIC X(1).
             10 WS-PLAN-ENTRY-SAMPLE PIC X(8).
             10 WS-PLAN-ENTRY-PARTICIPANT PIC X(8).
             10 WS-PLAN-ENTRY-PINNED PIC X(1).
       01 WS-PLAN-BAD-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-PLAN-TRUE-COUNT        PIC 9(4) VALUE ZERO.

      * Participant scope - the PARTICIPANT plan record, else
      * AOC-PARTICIPANT; blank is the installation's own participant
      * and ALL every participant on the roster.
       01 WS-SCOPE-WORD             PIC X(8) VALUE SPACES.
       01 WS-SCOPE-FROM-PLAN        PIC X(3) VALUE "NO".
       01 WS-CALLER-PARTICIPANT     PIC X(8) VALUE SPACES.
       01 WS-SCOPE-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-SCOPE-TABLE.
          05 WS-SCOPE-CODE OCCURS 20 TIMES INDEXED BY WS-SC-IDX
                                    PIC X(8).
       01 WS-SAVED-PLAN-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-SAVED-PLAN-TABLE.
          05 WS-SAVED-ENTRY OCCURS 100 TIMES INDEXED BY WS-SAVED-IDX.
             10 WS-SAVED-DAY        PIC 9(2).
             10 WS-SAVED-PARTICIPANT PIC X(8).
             10 WS-SAVED-PINNED     PIC X(1).
       01 WS-PLAN-EXPAND-DROPPED    PIC 9(4) VALUE ZERO.
       01 WS-ROW-LABEL              PIC X(20).
       01 WS-RO-IDX                 PIC 9(2).

      * AOC-ROSTER interface - who the plan is driven for.
       01 WS-RO-PARMS.
           COPY "AOC-ROSTER.cpy".

      * Batch-window budget state. The forecast before each launch
      * is time actually used so far plus the day's latest elapsed
      * from the run history; a day with no history forecasts zero
       01 WS-DAYS-ATTEMPTED         PIC 9(3) VALUE ZERO.
       01 WS-DAYS-SKIPPED           PIC 9(3) VALUE ZERO.
       01 WS-DAYS-FAILED            PIC 9(3) VALUE ZERO.
       01 WS-DAYS-NO-SOLVER         PIC 9(3) VALUE ZERO.
       01 WS-SAMPLE-VERDICT         PIC X(8).
       01 WS-DAY-RC                 PIC 9(2).
       01 WS-SEASON-RC              PIC 9(2) VALUE ZERO.

       MAIN-PROCEDURE.
           PERFORM RESOLVE-PLAN-FILENAME
           PERFORM RESOLVE-SEASON-YEAR
           IF WS-SAMPLES-MODE = "YES"
               PERFORM BUILD-SAMPLE-PLAN
               PERFORM RESOLVE-PARTICIPANT-SCOPE
               IF WS-SEASON-RC = ZERO
                   PERFORM EXPAND-PLAN-BY-PARTICIPANT
                   PERFORM RUN-PLANNED-DAYS
               END-IF
           ELSE
               PERFORM LOAD-RUN-PLAN
               IF WS-PLAN-FILE-STATUS NOT = "00"
                   DISPLAY "AOC-SEASON: run plan " WS-PLAN-FILENAME
                       " could not be opened - nothing to schedule"
                   MOVE 12 TO WS-SEASON-RC
               ELSE
                   IF WS-PLAN-COUNT = ZERO
                       DISPLAY "AOC-SEASON: run plan " WS-PLAN-FILENAME
                           " holds no runnable day numbers"
                       MOVE 12 TO WS-SEASON-RC
                   ELSE
                       PERFORM RESOLVE-PARTICIPANT-SCOPE
                       IF WS-SEASON-RC = ZERO
                           PERFORM EXPAND-PLAN-BY-PARTICIPANT
                           PERFORM RUN-PLANNED-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM PRINT-SEASON-SUMMARY
           ACCEPT WS-PLAN-FILENAME FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-PLAN-FILENAME
           END-ACCEPT
      * AOC-SEASON-MODE (VERIFY, RETRY, RETRYALL, SAMPLES) stands in
      * for the mode word when no parameters were passed - the
      * convention the operator console drives everything through.
           IF WS-PLAN-FILENAME = SPACES
               ACCEPT WS-ARG-VALUE FROM ENVIRONMENT "AOC-SEASON-MODE"
                   ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
                   WHEN "RETRYALL"
                       MOVE "RETRY" TO WS-PLAN-FILENAME
                       MOVE "YES" TO WS-RETRY-ALL
                   WHEN "SAMPLES "
                       MOVE "SAMPLES" TO WS-PLAN-FILENAME
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM RESOLVE-RETRY-QUEUE-FILENAME
               MOVE WS-RETRY-QUEUE-FILENAME TO WS-PLAN-FILENAME
           END-IF
      * The sample sweep covers every day and reads no plan at all.
           IF FUNCTION UPPER-CASE (WS-PLAN-FILENAME (1:8))
               = "SAMPLES "
               MOVE "YES" TO WS-SAMPLES-MODE
               MOVE "(none - days 01-25 swept)" TO WS-PLAN-FILENAME
           END-IF
           IF WS-PLAN-FILENAME = SPACES
               ACCEPT WS-PLAN-FILENAME FROM ENVIRONMENT "AOC-PLAN-DD"
           END-IF
           IF PLAN-RECORD = SPACES OR PLAN-RECORD (1:1) = "*"
               CONTINUE
           ELSE
           IF FUNCTION UPPER-CASE (PLAN-RECORD (1:12))
               = "PARTICIPANT "
      * "PARTICIPANT JSMITH" or "PARTICIPANT ALL" - who the plan is
      * for, winning over AOC-PARTICIPANT the way SEASON wins over
      * AOC-SEASON-YEAR.
               MOVE FUNCTION UPPER-CASE (PLAN-RECORD (13:8))
                   TO WS-SCOPE-WORD
               MOVE "YES" TO WS-SCOPE-FROM-PLAN
           ELSE
           IF FUNCTION UPPER-CASE (PLAN-RECORD (1:7)) = "SEASON "
      * "SEASON 2024" names the December this plan belongs to -
      * plan formatting, not a day to run, and it wins over the
      * looked) finds it - skipping must never erase the record
      * that a day needs attention.
                   ADD 1 TO WS-RETRY-SKIPPED
                   IF WS-FAIL-COUNT < 500
                       ADD 1 TO WS-FAIL-COUNT
                       SET WS-FAIL-IDX TO WS-FAIL-COUNT
                       MOVE WS-PLAN-DAY-TEXT
                       END-IF
                       MOVE PLAN-RECORD (7:13)
                           TO WS-FAIL-REASON-WORD (WS-FAIL-IDX)
                       MOVE FUNCTION UPPER-CASE (PLAN-RECORD (21:8))
                           TO WS-FAIL-PARTICIPANT (WS-FAIL-IDX)
                   END-IF
                   DISPLAY "AOC-SEASON: day " WS-PLAN-DAY-TEXT
                       " not retried - reason '"
                       MOVE ZERO TO WS-PLAN-ENTRY-RC (WS-PLAN-IDX)
                       MOVE SPACE
                           TO WS-PLAN-ENTRY-STATE (WS-PLAN-IDX)
                       PERFORM NOTE-PLAN-ENTRY-PARTICIPANT
                   END-IF
               ELSE
                   ADD 1 TO WS-PLAN-BAD-COUNT
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       NOTE-PLAN-ENTRY-PARTICIPANT.
      * Columns 21-28 of a day record, when present, pin the day to
      * one participant (the retry queue and continuation plan
      * write them); otherwise the plan's participant scope applies.
      * Every retry-queue entry is pinned, the installation's own
      * participant (blank) included - a retry re-drives exactly the
      * runs that failed.
           MOVE FUNCTION UPPER-CASE (PLAN-RECORD (21:8))
               TO WS-PLAN-ENTRY-PARTICIPANT (WS-PLAN-IDX)
           IF WS-PLAN-ENTRY-PARTICIPANT (WS-PLAN-IDX) = SPACES
               AND WS-RETRY-MODE NOT = "YES"
               MOVE "N" TO WS-PLAN-ENTRY-PINNED (WS-PLAN-IDX)
           ELSE
               MOVE "Y" TO WS-PLAN-ENTRY-PINNED (WS-PLAN-IDX)
           END-IF.

       RESOLVE-PARTICIPANT-SCOPE.
      * The caller's own AOC-PARTICIPANT is kept to be put back when
      * the plan is done; it is also the scope when the plan names
      * none.
           ACCEPT WS-ARG-VALUE FROM ENVIRONMENT "AOC-PARTICIPANT"
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           MOVE WS-ARG-VALUE (1:8) TO WS-CALLER-PARTICIPANT
           IF WS-SCOPE-FROM-PLAN NOT = "YES"
               MOVE FUNCTION UPPER-CASE (WS-ARG-VALUE (1:8))
                   TO WS-SCOPE-WORD
           END-IF
           MOVE "AOC-SEASON" TO RO-PROGRAM
           MOVE WS-SEASON-YEAR TO RO-SEASON-YEAR
           MOVE 1 TO WS-SCOPE-COUNT
           MOVE SPACES TO WS-SCOPE-CODE (1)
           EVALUATE WS-SCOPE-WORD
               WHEN SPACES
                   CONTINUE
               WHEN "ALL"
                   MOVE "LIST" TO RO-FUNCTION
                   CALL "AOC-ROSTER" USING WS-RO-PARMS
                   IF RO-ROSTER-COUNT > ZERO
                       MOVE RO-ROSTER-COUNT TO WS-SCOPE-COUNT
                       PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                           UNTIL WS-RO-IDX > RO-ROSTER-COUNT
                           MOVE RO-ROSTER-CODE (WS-RO-IDX)
                               TO WS-SCOPE-CODE (WS-RO-IDX)
                       END-PERFORM
                   END-IF
               WHEN OTHER
      * One named participant - refused up front rather than letting
      * every planned day fail the same way inside AOC-RUNNER.
                   MOVE "CHK " TO RO-FUNCTION
                   MOVE WS-SCOPE-WORD TO RO-PARTICIPANT
                   CALL "AOC-ROSTER" USING WS-RO-PARMS
                   IF RO-RETURN-CODE NOT = ZERO
                       DISPLAY "AOC-SEASON: participant '"
                           WS-SCOPE-WORD "' is not on the roster - "
                           "nothing to schedule"
                       MOVE 12 TO WS-SEASON-RC
                   ELSE
                       MOVE RO-PARTICIPANT TO WS-SCOPE-CODE (1)
                   END-IF
           END-EVALUATE.

       EXPAND-PLAN-BY-PARTICIPANT.
      * Participant by participant, each through the whole plan in
      * plan order; a pinned day runs once, in the first pass, for
      * the participant it names.
           MOVE WS-PLAN-COUNT TO WS-SAVED-PLAN-COUNT
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               SET WS-SAVED-IDX TO WS-PLAN-IDX
               MOVE WS-PLAN-ENTRY-DAY (WS-PLAN-IDX)
                   TO WS-SAVED-DAY (WS-SAVED-IDX)
               MOVE WS-PLAN-ENTRY-PARTICIPANT (WS-PLAN-IDX)
                   TO WS-SAVED-PARTICIPANT (WS-SAVED-IDX)
               MOVE WS-PLAN-ENTRY-PINNED (WS-PLAN-IDX)
                   TO WS-SAVED-PINNED (WS-SAVED-IDX)
           END-PERFORM
           MOVE ZERO TO WS-PLAN-COUNT
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SCOPE-COUNT
               PERFORM VARYING WS-SAVED-IDX FROM 1 BY 1
                   UNTIL WS-SAVED-IDX > WS-SAVED-PLAN-COUNT
                   IF WS-SAVED-PINNED (WS-SAVED-IDX) NOT = "Y"
                       OR WS-SC-IDX = 1
                       PERFORM ADD-EXPANDED-PLAN-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM.

       ADD-EXPANDED-PLAN-ENTRY.
           IF WS-PLAN-COUNT < 500
               ADD 1 TO WS-PLAN-COUNT
               SET WS-PLAN-IDX TO WS-PLAN-COUNT
               MOVE WS-SAVED-DAY (WS-SAVED-IDX)
                   TO WS-PLAN-ENTRY-DAY (WS-PLAN-IDX)
               MOVE ZERO TO WS-PLAN-ENTRY-RC (WS-PLAN-IDX)
               MOVE SPACE TO WS-PLAN-ENTRY-STATE (WS-PLAN-IDX)
               MOVE SPACES TO WS-PLAN-ENTRY-SAMPLE (WS-PLAN-IDX)
               MOVE WS-SAVED-PINNED (WS-SAVED-IDX)
                   TO WS-PLAN-ENTRY-PINNED (WS-PLAN-IDX)
               IF WS-SAVED-PINNED (WS-SAVED-IDX) = "Y"
                   MOVE WS-SAVED-PARTICIPANT (WS-SAVED-IDX)
                       TO WS-PLAN-ENTRY-PARTICIPANT (WS-PLAN-IDX)
               ELSE
                   MOVE WS-SCOPE-CODE (WS-SC-IDX)
                       TO WS-PLAN-ENTRY-PARTICIPANT (WS-PLAN-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-PLAN-EXPAND-DROPPED
           END-IF.

       BUILD-SAMPLE-PLAN.
      * Days without a registered solver answer NOSOLVER in a moment
      * and drop out of the matrix, so the sweep needs no list of
      * which days have solvers - AOC-RUNNER's registry decides.
           MOVE ZERO TO WS-PLAN-COUNT
           PERFORM VARYING WS-PLAN-DAY FROM 1 BY 1
               UNTIL WS-PLAN-DAY > 25
               ADD 1 TO WS-PLAN-COUNT
               SET WS-PLAN-IDX TO WS-PLAN-COUNT
               MOVE WS-PLAN-DAY TO WS-PLAN-ENTRY-DAY (WS-PLAN-IDX)
               MOVE ZERO TO WS-PLAN-ENTRY-RC (WS-PLAN-IDX)
               MOVE SPACE TO WS-PLAN-ENTRY-STATE (WS-PLAN-IDX)
               MOVE SPACES TO WS-PLAN-ENTRY-SAMPLE (WS-PLAN-IDX)
               MOVE SPACES TO WS-PLAN-ENTRY-PARTICIPANT (WS-PLAN-IDX)
               MOVE "N" TO WS-PLAN-ENTRY-PINNED (WS-PLAN-IDX)
           END-PERFORM
           MOVE WS-PLAN-COUNT TO WS-PLAN-TRUE-COUNT.

       RUN-PLANNED-DAYS.
      * AOC-SEASON-ACTIVE tells AOC-RUNNER's RESOLVE-DAY-NUMBER to take
      * the day from AOC-DAY instead of the step card - parameter 1 of
      * after each day puts AOC-RUNNER's working storage back to its
      * initial state, so day N+1 starts as cleanly as a stand-alone
      * invocation would.
      * The window budget forecasts from real-input elapsed times,
      * which say nothing about a sample sweep - it runs unbudgeted.
           IF WS-SAMPLES-MODE NOT = "YES"
               PERFORM RESOLVE-WINDOW-BUDGET
           END-IF
           IF WS-WINDOW-BUDGET > ZERO
               PERFORM LOAD-ELAPSED-HISTORY
           END-IF
           ELSE
               DISPLAY "NO" UPON ENVIRONMENT-VALUE
           END-IF
           DISPLAY "AOC-SAMPLE-ONLY" UPON ENVIRONMENT-NAME
           IF WS-SAMPLES-MODE = "YES"
               DISPLAY "YES" UPON ENVIRONMENT-VALUE
           ELSE
               DISPLAY "NO" UPON ENVIRONMENT-VALUE
           END-IF
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               PERFORM RUN-ONE-PLANNED-DAY
           END-PERFORM
           DISPLAY "AOC-SEASON-ACTIVE" UPON ENVIRONMENT-NAME
           DISPLAY "NO" UPON ENVIRONMENT-VALUE
           DISPLAY "AOC-SAMPLE-ONLY" UPON ENVIRONMENT-NAME
           DISPLAY "NO" UPON ENVIRONMENT-VALUE
           DISPLAY "AOC-PARTICIPANT" UPON ENVIRONMENT-NAME
           DISPLAY WS-CALLER-PARTICIPANT UPON ENVIRONMENT-VALUE
           IF WS-DAYS-DEFERRED > ZERO
               PERFORM WRITE-CONTINUATION-PLAN
           END-IF
      * A verify or sample sweep writes nothing - that is its
      * contract - and rewriting the queue here would destroy the
      * pending retries a failed real run left for the morning's
      * RETRY pass.
           IF WS-VERIFY-MODE NOT = "YES" AND WS-SAMPLES-MODE NOT = "YES"
               PERFORM WRITE-RETRY-QUEUE
           END-IF.

                   MOVE WS-FAIL-RC (WS-FAIL-IDX) TO RQ-RETURN-CODE
                   MOVE WS-FAIL-REASON-WORD (WS-FAIL-IDX)
                       TO RQ-FAIL-REASON
                   MOVE WS-FAIL-PARTICIPANT (WS-FAIL-IDX)
                       TO RQ-PARTICIPANT
                   WRITE RETRY-QUEUE-RECORD
               END-PERFORM
               CLOSE RETRY-QUEUE-FILE
                       MOVE SPACES TO CONT-PLAN-RECORD
                       MOVE WS-PLAN-ENTRY-DAY (WS-PLAN-IDX)
                           TO CONT-PLAN-RECORD (1:2)
                       MOVE WS-PLAN-ENTRY-PARTICIPANT (WS-PLAN-IDX)
                           TO CONT-PLAN-RECORD (21:8)
                       WRITE CONT-PLAN-RECORD
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "AOC-DAY" UPON ENVIRONMENT-NAME
               DISPLAY WS-PLAN-DAY UPON ENVIRONMENT-VALUE
               DISPLAY "AOC-PARTICIPANT" UPON ENVIRONMENT-NAME
               DISPLAY WS-PLAN-ENTRY-PARTICIPANT (WS-PLAN-IDX)
                   UPON ENVIRONMENT-VALUE
               ACCEPT WS-DAY-START-TIME FROM TIME
               MOVE ZERO TO RETURN-CODE
               CALL "AOC-RUNNER"
                   "AOC-FAIL-REASON"
                   ON EXCEPTION MOVE SPACES TO WS-FAIL-REASON
               END-ACCEPT
               ACCEPT WS-SAMPLE-VERDICT FROM ENVIRONMENT
                   "AOC-SAMPLE-VERDICT"
                   ON EXCEPTION MOVE SPACES TO WS-SAMPLE-VERDICT
               END-ACCEPT
               MOVE WS-SAMPLE-VERDICT
                   TO WS-PLAN-ENTRY-SAMPLE (WS-PLAN-IDX)
               ACCEPT WS-DAY-END-TIME FROM TIME
               COMPUTE WS-DAY-ELAPSED =
                   (WS-DE-HH - WS-DS-HH) * 3600
                   IF WS-SEASON-RC < 8
                       MOVE 8 TO WS-SEASON-RC
                   END-IF
                   IF WS-FAIL-COUNT < 500
                       ADD 1 TO WS-FAIL-COUNT
                       SET WS-FAIL-IDX TO WS-FAIL-COUNT
                       MOVE WS-PLAN-DAY
                       MOVE WS-DAY-RC TO WS-FAIL-RC (WS-FAIL-IDX)
                       MOVE WS-FAIL-REASON
                           TO WS-FAIL-REASON-WORD (WS-FAIL-IDX)
                       MOVE WS-PLAN-ENTRY-PARTICIPANT (WS-PLAN-IDX)
                           TO WS-FAIL-PARTICIPANT (WS-FAIL-IDX)
                   END-IF
               ELSE
                   IF WS-DAY-RC = 4
                       IF WS-SAMPLES-MODE = "YES"
                           AND WS-SAMPLE-VERDICT = "NOSOLVER"
                           ADD 1 TO WS-DAYS-NO-SOLVER
                       ELSE
                           ADD 1 TO WS-DAYS-SKIPPED
                       END-IF
                   ELSE
                       ADD 1 TO WS-DAYS-ATTEMPTED
                   END-IF
               DISPLAY "  Mode      : VERIFY - ledger replay, "
                   "nothing written"
           END-IF
           IF WS-SAMPLES-MODE = "YES"
               DISPLAY "  Mode      : SAMPLES - published samples "
                   "only, no real input, nothing written"
           END-IF
           DISPLAY "  Season    : " WS-SEASON-YEAR
           DISPLAY "  Run plan  : " WS-PLAN-FILENAME
           EVALUATE WS-SCOPE-WORD
               WHEN SPACES
                   DISPLAY "  Participant: (default)"
               WHEN "ALL"
                   DISPLAY "  Participant: ALL - " WS-SCOPE-COUNT
                       " participant(s)"
               WHEN OTHER
                   DISPLAY "  Participant: " WS-SCOPE-WORD
           END-EVALUATE
           DISPLAY "  Run date  : " WS-REPORT-TIMESTAMP
           DISPLAY "============================================"
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               EVALUATE TRUE
                   WHEN WS-VERIFY-MODE = "YES"
                       PERFORM PRINT-ONE-VERIFY-ROW
                   WHEN WS-SAMPLES-MODE = "YES"
                       PERFORM PRINT-ONE-SAMPLE-ROW
                   WHEN OTHER
                       PERFORM PRINT-ONE-SUMMARY-ROW
               END-EVALUATE
           END-PERFORM
           DISPLAY "  ------------------------------------------"
           EVALUATE TRUE
               WHEN WS-VERIFY-MODE = "YES"
                   DISPLAY "  Days verified PASS: " WS-DAYS-ATTEMPTED
                   DISPLAY "  Days without both parts ledgered: "
                       WS-DAYS-SKIPPED
                   DISPLAY "  Days verified FAIL: " WS-DAYS-FAILED
               WHEN WS-SAMPLES-MODE = "YES"
                   DISPLAY "  Samples PASS      : " WS-DAYS-ATTEMPTED
                   DISPLAY "  Samples FAIL      : " WS-DAYS-FAILED
                   DISPLAY "  Solvers without a sample file: "
                       WS-DAYS-SKIPPED
                   DISPLAY "  Days without a solver (not listed): "
                       WS-DAYS-NO-SOLVER
               WHEN OTHER
                   DISPLAY "  Days attempted    : " WS-DAYS-ATTEMPTED
                   DISPLAY "  Days skipped      : " WS-DAYS-SKIPPED
                   DISPLAY "  Days failed       : " WS-DAYS-FAILED
           END-EVALUATE
           IF WS-RETRY-MODE = "YES"
               DISPLAY "  Retry run         : consumed "
                   WS-PLAN-FILENAME (1:40)
               END-IF
           END-IF
           IF WS-FAIL-COUNT > ZERO AND WS-VERIFY-MODE NOT = "YES"
               AND WS-SAMPLES-MODE NOT = "YES"
               DISPLAY "  Retry queue       : " WS-FAIL-COUNT
                   " failed day(s) written to "
                   WS-RETRY-QUEUE-FILENAME (1:30)
               DISPLAY "  *** " WS-PLAN-BAD-COUNT " plan record(s) "
                   "were not day numbers - see messages above ***"
           END-IF
           IF WS-PLAN-TRUE-COUNT > WS-SAVED-PLAN-COUNT
               AND WS-SAVED-PLAN-COUNT > ZERO
               DISPLAY "  (plan capped at 100 entries - "
                   WS-PLAN-TRUE-COUNT " runnable records were in "
                   "the plan)"
           END-IF
           IF WS-PLAN-EXPAND-DROPPED > ZERO
               DISPLAY "  (" WS-PLAN-EXPAND-DROPPED " participant "
                   "day(s) past the 500-entry run table were not "
                   "scheduled)"
           END-IF
           DISPLAY "============================================"
           DISPLAY "END OF SEASON SUMMARY"
           DISPLAY "============================================".

       BUILD-ROW-LABEL.
      * "  Day 05", or "  Day 05 JSMITH" when the row belongs to a
      * roster participant.
           MOVE SPACES TO WS-ROW-LABEL
           STRING "  Day " WS-PLAN-ENTRY-DAY (WS-PLAN-IDX) " "
               WS-PLAN-ENTRY-PARTICIPANT (WS-PLAN-IDX)
               DELIMITED BY SIZE INTO WS-ROW-LABEL.

       PRINT-ONE-SUMMARY-ROW.
           PERFORM BUILD-ROW-LABEL
           EVALUATE TRUE
               WHEN WS-PLAN-ENTRY-STATE (WS-PLAN-IDX) = "D"
                   DISPLAY FUNCTION TRIM (WS-ROW-LABEL TRAILING)
                       " : DEFERRED  (window budget - see "
                       "continuation plan)"
               WHEN WS-PLAN-ENTRY-RC (WS-PLAN-IDX) >= 8
                   DISPLAY FUNCTION TRIM (WS-ROW-LABEL TRAILING)
                       " : FAILED    (RC "
                       WS-PLAN-ENTRY-RC (WS-PLAN-IDX) ")"
               WHEN WS-PLAN-ENTRY-RC (WS-PLAN-IDX) = 4
                   DISPLAY FUNCTION TRIM (WS-ROW-LABEL TRAILING)
                       " : SKIPPED   (already solved)"
               WHEN OTHER
                   DISPLAY FUNCTION TRIM (WS-ROW-LABEL TRAILING)
                       " : ATTEMPTED (RC "
                       WS-PLAN-ENTRY-RC (WS-PLAN-IDX) ")"
           END-EVALUATE.
       PRINT-ONE-VERIFY-ROW.
      * The PASS/FAIL matrix - one row per planned day, read off
      * the RETURN-CODE convention verify-mode AOC-RUNNER follows.
           PERFORM BUILD-ROW-LABEL
           EVALUATE TRUE
               WHEN WS-PLAN-ENTRY-STATE (WS-PLAN-IDX) = "D"
                   DISPLAY FUNCTION TRIM (WS-ROW-LABEL TRAILING)
                       " : DEFERRED  (window budget - see "
                       "continuation plan)"
               WHEN WS-PLAN-ENTRY-RC (WS-PLAN-IDX) >= 8
                   DISPLAY FUNCTION TRIM (WS-ROW-LABEL TRAILING)
                       " : FAIL      (RC "
                       WS-PLAN-ENTRY-RC (WS-PLAN-IDX)
                       " - does not reproduce the ledger)"
               WHEN WS-PLAN-ENTRY-RC (WS-PLAN-IDX) = 4
                   DISPLAY FUNCTION TRIM (WS-ROW-LABEL TRAILING)
                       " : NO LEDGER (both parts not held)"
               WHEN OTHER
                   DISPLAY FUNCTION TRIM (WS-ROW-LABEL TRAILING)
                       " : PASS"
           END-EVALUATE.

       PRINT-ONE-SAMPLE-ROW.
      * Only days with a registered solver appear - the other days
      * had nothing to test.
           PERFORM BUILD-ROW-LABEL
           EVALUATE TRUE
               WHEN WS-PLAN-ENTRY-SAMPLE (WS-PLAN-IDX) = "NOSOLVER"
                   CONTINUE
               WHEN WS-PLAN-ENTRY-RC (WS-PLAN-IDX) >= 8
                   DISPLAY FUNCTION TRIM (WS-ROW-LABEL TRAILING)
                       " : FAIL      (RC "
                       WS-PLAN-ENTRY-RC (WS-PLAN-IDX)
                       " - solver does not reproduce its sample)"
               WHEN WS-PLAN-ENTRY-RC (WS-PLAN-IDX) = 4
                   DISPLAY FUNCTION TRIM (WS-ROW-LABEL TRAILING)
                       " : NO SAMPLE (no sample file on catalog)"
               WHEN OTHER
                   DISPLAY FUNCTION TRIM (WS-ROW-LABEL TRAILING)
                       " : PASS"
           END-EVALUATE.

