      * (default 2023) scopes the keyed reads, the history fallback,
      * and the season-qualified input/checkpoint file names it
      * looks for on catalog.
      * Update: the heading shows whether the season is OPEN or
      * CLOSED (AOC-SEASON-CTL) - a closed season with when and by
      * whom it was closed and its control totals, since no run,
      * FORCE or IMPORT will change it until it is reopened.
      * Update: one dashboard per participant (AOC-ROSTER). With
      * AOC-PARTICIPANT set only that participant's is printed;
      * unset or ALL, the installation's own participant and then
      * every roster participant, each with its own ledger keys and
      * participant-qualified file names, followed by a cross-
      * participant view from the run-accounting journal: any day
      * where some participants hold answers while the latest real
      * run for another, still unanswered, ended RC 8 or worse (a
      * participant is counted one way or the other) - the same solver
      * failing on one person's input only. Flagged days end the
      * dashboard RC 4; a participant not on the roster ends it RC 8.
      * Update: every day row shows the solver registered for it in
      * the solver registry (AOC-REGISTRY) and its state today -
      * ENABLED, DISABLED (pulled out of the run; the runner ends the
      * day RC 4) or "no solver" (a placeholder run) - with any change
      * already recorded for a later date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-STATUS.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT ACCOUNTING-FILE ASSIGN TO DYNAMIC
           WS-ACCOUNTING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNTING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE LABEL RECORDS ARE STANDARD.
           01  INPUT-RECORD              PIC X(200).

       FD  ACCOUNTING-FILE LABEL RECORDS ARE STANDARD.
           01  ACCOUNTING-RECORD.
               COPY "AOC-ACCOUNTING.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INDEX-FILENAME         PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-INDEX-FILE     PIC X(250) VALUE "AOC-RESULTS.IDX".
       01 WS-CHECKPOINT-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-INPUT-FILENAME         PIC X(250) VALUE SPACES.
       01 WS-INPUT-FILE-STATUS      PIC X(2) VALUE SPACES.
       01 WS-ACCOUNTING-FILENAME    PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-ACCOUNTING     PIC X(250)
           VALUE "AOC-RUN-ACCOUNTING.TXT".
       01 WS-ACCOUNTING-FILE-STATUS PIC X(2) VALUE SPACES.
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-REPORT-TIMESTAMP       PIC X(26).
       01 WS-LEDGER-SOURCE          PIC X(7) VALUE "INDEX".
       01 WS-ARG-VALUE              PIC X(250).
       01 WS-SEASON-YEAR            PIC 9(4) VALUE 2023.
       01 WS-RECORD-SEASON          PIC 9(4).
       01 WS-PARTICIPANT            PIC X(8) VALUE SPACES.
       01 WS-PARTICIPANT-NAME       PIC X(30) VALUE SPACES.
       01 WS-FILE-PREFIX            PIC X(20) VALUE SPACES.
       01 WS-EXIT-RC                PIC 9(2) VALUE ZERO.

      * One row of state per calendar day, filled source by source
      * before the dashboard prints.
       01 WS-INFLIGHT-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-READY-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-MISSING-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-ROW-TEXT               PIC X(38).
       01 WS-SOLVER-TEXT            PIC X(22).
       01 WS-PENDING-TEXT           PIC X(24).

      * AOC-REGISTRY interface - the season's solvers, taken once;
      * the registry is per season, not per participant.
       01 WS-RG-PARMS.
           COPY "AOC-REGISTRY.cpy".
       01 WS-REGISTRY-READ          PIC X(3) VALUE "NO".

      * The participants the dashboard covers - entry 1 is the
      * installation's own (blank) participant unless AOC-PARTICIPANT
      * names one - with, per day, whether the ledger holds an answer
      * and the return code of the latest real run in the accounting
      * journal, for the cross-participant view.
       01 WS-SCOPE-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-SCOPE-TABLE.
          05 WS-SCOPE-ENTRY OCCURS 21 TIMES INDEXED BY WS-SC-IDX.
             10 WS-SC-CODE           PIC X(8).
             10 WS-SC-NAME           PIC X(30).
             10 WS-SC-DAY OCCURS 25 TIMES.
                15 WS-SC-ANSWERED    PIC X(3).
                15 WS-SC-RUN-SEEN    PIC X(3).
                15 WS-SC-RUN-RC      PIC 9(2).
       01 WS-RO-IDX                 PIC 9(2).
       01 WS-CROSS-ANSWERED         PIC 9(2).
       01 WS-CROSS-FAILED           PIC 9(2).
       01 WS-CROSS-FLAGGED          PIC 9(2) VALUE ZERO.
       01 WS-CROSS-CODE             PIC X(9).

      * AOC-ROSTER interface - who the dashboard is for.
       01 WS-RO-PARMS.
           COPY "AOC-ROSTER.cpy".

      * AOC-SEASON-CTL interface - open or closed (inquiry only).
       01 WS-SV-PARMS.
           COPY "AOC-SEASON-CTL.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-SEASON-YEAR
           PERFORM RESOLVE-FILENAMES
           PERFORM RESOLVE-PARTICIPANT-SCOPE
           IF WS-EXIT-RC NOT = ZERO
               MOVE WS-EXIT-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM GATHER-SEASON-STATE
           PERFORM GATHER-REGISTRY-STATE
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SCOPE-COUNT
               PERFORM PRINT-PARTICIPANT-DASHBOARD
           END-PERFORM
           IF WS-SCOPE-COUNT > 1
               PERFORM GATHER-ACCOUNTING-STATE
               PERFORM PRINT-CROSS-PARTICIPANT-VIEW
               IF WS-CROSS-FLAGGED > ZERO
                   MOVE 4 TO WS-EXIT-RC
               END-IF
           END-IF
           MOVE WS-EXIT-RC TO RETURN-CODE
           GOBACK.

       RESOLVE-PARTICIPANT-SCOPE.
      * AOC-PARTICIPANT set: that participant alone, checked against
      * the roster. Not set, or ALL: the installation's own
      * participant and then everyone on the roster.
           ACCEPT WS-ARG-VALUE FROM ENVIRONMENT "AOC-PARTICIPANT"
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           MOVE "AOC-STATUS" TO RO-PROGRAM
           MOVE WS-SEASON-YEAR TO RO-SEASON-YEAR
           IF WS-ARG-VALUE NOT = SPACES
               AND FUNCTION UPPER-CASE (WS-ARG-VALUE (1:4)) NOT = "ALL "
               MOVE "RSLV" TO RO-FUNCTION
               CALL "AOC-ROSTER" USING WS-RO-PARMS
               IF RO-RETURN-CODE NOT = ZERO
                   DISPLAY "AOC-STATUS: participant '"
                       WS-ARG-VALUE (1:8) "' is not on the roster"
                   MOVE 8 TO WS-EXIT-RC
               ELSE
                   MOVE 1 TO WS-SCOPE-COUNT
                   MOVE RO-PARTICIPANT TO WS-SC-CODE (1)
                   MOVE RO-PARTICIPANT-NAME TO WS-SC-NAME (1)
               END-IF
           ELSE
               MOVE "LIST" TO RO-FUNCTION
               CALL "AOC-ROSTER" USING WS-RO-PARMS
               MOVE 1 TO WS-SCOPE-COUNT
               MOVE SPACES TO WS-SC-CODE (1)
               MOVE "(default)" TO WS-SC-NAME (1)
               PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                   UNTIL WS-RO-IDX > RO-ROSTER-COUNT
                   ADD 1 TO WS-SCOPE-COUNT
                   MOVE RO-ROSTER-CODE (WS-RO-IDX)
                       TO WS-SC-CODE (WS-SCOPE-COUNT)
                   MOVE RO-ROSTER-NAME (WS-RO-IDX)
                       TO WS-SC-NAME (WS-SCOPE-COUNT)
               END-PERFORM
           END-IF.

       PRINT-PARTICIPANT-DASHBOARD.
      * CHK hands back the participant's file prefix; the code came
      * from the roster, so it is never refused here.
           MOVE WS-SC-CODE (WS-SC-IDX) TO WS-PARTICIPANT
           MOVE WS-SC-NAME (WS-SC-IDX) TO WS-PARTICIPANT-NAME
           MOVE "CHK " TO RO-FUNCTION
           MOVE "AOC-STATUS" TO RO-PROGRAM
           MOVE WS-SEASON-YEAR TO RO-SEASON-YEAR
           MOVE WS-PARTICIPANT TO RO-PARTICIPANT
           CALL "AOC-ROSTER" USING WS-RO-PARMS
           MOVE RO-FILE-PREFIX TO WS-FILE-PREFIX
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 25
               MOVE "no " TO WS-ST-PART1 (WS-DAY-IDX)
               MOVE ZERO TO WS-ST-CHECKPOINT-LINE (WS-DAY-IDX)
               MOVE "no " TO WS-ST-INPUT (WS-DAY-IDX)
           END-PERFORM
           MOVE ZERO TO WS-SOLVED-COUNT
           MOVE ZERO TO WS-INFLIGHT-COUNT
           MOVE ZERO TO WS-READY-COUNT
           MOVE ZERO TO WS-MISSING-COUNT
           PERFORM GATHER-LEDGER-STATE
           PERFORM GATHER-FILE-STATE
           PERFORM PRINT-DASHBOARD
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 25
               SET WS-DAY-NO TO WS-DAY-IDX
               MOVE "no " TO WS-SC-ANSWERED (WS-SC-IDX, WS-DAY-NO)
               IF WS-ST-PART1 (WS-DAY-IDX) = "yes"
                   OR WS-ST-PART2 (WS-DAY-IDX) = "yes"
                   MOVE "yes" TO WS-SC-ANSWERED (WS-SC-IDX, WS-DAY-NO)
               END-IF
               MOVE "no " TO WS-SC-RUN-SEEN (WS-SC-IDX, WS-DAY-NO)
               MOVE ZERO TO WS-SC-RUN-RC (WS-SC-IDX, WS-DAY-NO)
           END-PERFORM.

       GATHER-REGISTRY-STATE.
           MOVE "LIST" TO RG-FUNCTION
           MOVE "AOC-STATUS" TO RG-PROGRAM
           MOVE WS-SEASON-YEAR TO RG-SEASON-YEAR
           MOVE ZERO TO RG-AS-OF-DATE
           CALL "AOC-REGISTRY" USING WS-RG-PARMS
           IF RG-RETURN-CODE = ZERO
               MOVE "YES" TO WS-REGISTRY-READ
           ELSE
               MOVE "NO " TO WS-REGISTRY-READ
           END-IF.

       RESOLVE-SEASON-YEAR.
      * The same AOC-SEASON-YEAR convention AOC-RUNNER resolves.
           ACCEPT WS-RESULTS-FILENAME FROM ENVIRONMENT "AOC-RESULTS-DD"
           IF WS-RESULTS-FILENAME = SPACES
               MOVE WS-DEFAULT-RESULTS-FILE TO WS-RESULTS-FILENAME
           END-IF
           ACCEPT WS-ACCOUNTING-FILENAME FROM ENVIRONMENT
               "AOC-ACCOUNTING-DD"
               ON EXCEPTION MOVE SPACES TO WS-ACCOUNTING-FILENAME
           END-ACCEPT
           IF WS-ACCOUNTING-FILENAME = SPACES
               MOVE WS-DEFAULT-ACCOUNTING TO WS-ACCOUNTING-FILENAME
           END-IF.

       GATHER-LEDGER-STATE.
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 25
                   MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
                   MOVE WS-PARTICIPANT TO AX-PARTICIPANT
                   SET AX-DAY-NUMBER TO WS-DAY-IDX
                   MOVE 1 TO AX-PART-NUMBER
                   READ RESULTS-INDEX-FILE
                           MOVE "yes" TO WS-ST-PART1 (WS-DAY-IDX)
                   END-READ
                   MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
                   MOVE WS-PARTICIPANT TO AX-PARTICIPANT
                   SET AX-DAY-NUMBER TO WS-DAY-IDX
                   MOVE 2 TO AX-PART-NUMBER
                   READ RESULTS-INDEX-FILE
                               MOVE AR-SEASON-YEAR
                                   TO WS-RECORD-SEASON
                           END-IF
      * Records written before the participant column read back
      * blank - the installation's own participant.
                           IF AR-DAY-NUMBER >= 1
                               AND AR-DAY-NUMBER <= 25
                               AND WS-RECORD-SEASON = WS-SEASON-YEAR
                               AND AR-PARTICIPANT = WS-PARTICIPANT
                               SET WS-DAY-IDX TO AR-DAY-NUMBER
                               IF AR-PART-NUMBER = 1
                                   MOVE "yes"
               CLOSE AOC-RESULTS-FILE
           END-IF.

       GATHER-SEASON-STATE.
      * No action is passed - this is an inquiry, not a change.
           MOVE "CHK " TO SV-FUNCTION
           MOVE "AOC-STATUS" TO SV-PROGRAM
           MOVE WS-SEASON-YEAR TO SV-SEASON-YEAR
           MOVE SPACES TO SV-ACTION
           CALL "AOC-SEASON-CTL" USING WS-SV-PARMS.

       GATHER-FILE-STATE.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 25
      * cleanly (CLEAR-CHECKPOINT leaves one behind); only a file
      * with a record in it marks a run that died mid-file.
           MOVE SPACES TO WS-CHECKPOINT-FILENAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               "DAY" WS-DAY-NO "-CHECKPOINT.TXT"
               DELIMITED BY SIZE INTO WS-CHECKPOINT-FILENAME
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS = "00"

       CHECK-ONE-INPUT.
           MOVE SPACES TO WS-INPUT-FILENAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               "DAY" WS-DAY-NO "-INPUT.TXT"
               DELIMITED BY SIZE INTO WS-INPUT-FILENAME
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-FILE-STATUS = "00"
           DISPLAY "============================================"
           DISPLAY "AOC-STATUS SEASON DASHBOARD"
           DISPLAY "  Season    : " WS-SEASON-YEAR
           IF WS-PARTICIPANT = SPACES
               DISPLAY "  Participant: (default)"
           ELSE
               DISPLAY "  Participant: " WS-PARTICIPANT " "
                   FUNCTION TRIM (WS-PARTICIPANT-NAME)
           END-IF
           DISPLAY "  Ledger    : " WS-LEDGER-SOURCE
           IF SV-STATUS = "CLOSED"
               DISPLAY "  State     : CLOSED " SV-TIMESTAMP (1:14)
                   " by " FUNCTION TRIM (SV-OPERATOR)
               DISPLAY "              " SV-PART-COUNT
                   " part(s), answer hash " SV-ANSWER-HASH
           ELSE
               DISPLAY "  State     : OPEN"
           END-IF
           IF WS-REGISTRY-READ = "YES"
               DISPLAY "  Solvers   : registry, " RG-ENTRY-COUNT
                   " record(s) for the season"
           ELSE
               DISPLAY "  Solvers   : registry could not be read - "
                   "no day will run"
           END-IF
           DISPLAY "  Run date  : " WS-REPORT-TIMESTAMP
           DISPLAY "============================================"
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
           DISPLAY "============================================".

       PRINT-ONE-DAY-ROW.
           MOVE SPACES TO WS-ROW-TEXT
           EVALUATE TRUE
               WHEN WS-ST-PART1 (WS-DAY-IDX) = "yes"
                   AND WS-ST-PART2 (WS-DAY-IDX) = "yes"
                   ADD 1 TO WS-SOLVED-COUNT
                   MOVE "SOLVED" TO WS-ROW-TEXT
               WHEN WS-ST-CHECKPOINT (WS-DAY-IDX) = "yes"
                   ADD 1 TO WS-INFLIGHT-COUNT
                   STRING "IN-FLIGHT - checkpoint at line "
                       WS-ST-CHECKPOINT-LINE (WS-DAY-IDX)
                       DELIMITED BY SIZE INTO WS-ROW-TEXT
               WHEN WS-ST-PART1 (WS-DAY-IDX) = "yes"
                   ADD 1 TO WS-READY-COUNT
                   MOVE "PART 1 ONLY - part 2 still open"
                       TO WS-ROW-TEXT
               WHEN WS-ST-INPUT (WS-DAY-IDX) = "yes"
                   ADD 1 TO WS-READY-COUNT
                   MOVE "READY - input present, not solved"
                       TO WS-ROW-TEXT
               WHEN OTHER
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "NO INPUT" TO WS-ROW-TEXT
           END-EVALUATE
           PERFORM BUILD-SOLVER-TEXT
           DISPLAY "  Day " WS-DAY-NO " : " WS-ROW-TEXT WS-SOLVER-TEXT
               WS-PENDING-TEXT.

       BUILD-SOLVER-TEXT.
           MOVE SPACES TO WS-SOLVER-TEXT
           MOVE SPACES TO WS-PENDING-TEXT
           EVALUATE TRUE
               WHEN WS-REGISTRY-READ NOT = "YES"
                   MOVE "solver unknown" TO WS-SOLVER-TEXT
               WHEN RG-DAY-STATE (WS-DAY-NO) = "NONE"
                   MOVE "no solver" TO WS-SOLVER-TEXT
               WHEN OTHER
                   STRING RG-DAY-PROGRAM (WS-DAY-NO) " "
                       RG-DAY-STATE (WS-DAY-NO)
                       DELIMITED BY SIZE INTO WS-SOLVER-TEXT
           END-EVALUATE
           IF WS-REGISTRY-READ = "YES"
               AND RG-DAY-PENDING-DATE (WS-DAY-NO) > ZERO
               STRING "-> "
                   FUNCTION TRIM (RG-DAY-PENDING-STATE (WS-DAY-NO))
                   " " RG-DAY-PENDING-DATE (WS-DAY-NO)
                   DELIMITED BY SIZE INTO WS-PENDING-TEXT
           END-IF.

       GATHER-ACCOUNTING-STATE.
      * The journal is in run order, so the last real run seen for a
      * participant's day is its latest. Dry runs, verifications and
      * sample-only runs say nothing about the real input.
           OPEN INPUT ACCOUNTING-FILE
           IF WS-ACCOUNTING-FILE-STATUS = "00"
               MOVE "NO" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "YES"
                   READ ACCOUNTING-FILE
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           PERFORM RECORD-ONE-ACCOUNTING-RUN
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTING-FILE
           END-IF.

       RECORD-ONE-ACCOUNTING-RUN.
           IF AC-SEASON-YEAR IS NUMERIC
               AND AC-SEASON-YEAR = WS-SEASON-YEAR
               AND AC-DAY-NUMBER IS NUMERIC
               AND AC-DAY-NUMBER >= 1 AND AC-DAY-NUMBER <= 25
               AND AC-RUN-MODE = "REAL"
               AND AC-RETURN-CODE IS NUMERIC
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SCOPE-COUNT
                   IF WS-SC-CODE (WS-SC-IDX) = AC-PARTICIPANT
                       MOVE "yes" TO WS-SC-RUN-SEEN
                           (WS-SC-IDX, AC-DAY-NUMBER)
                       MOVE AC-RETURN-CODE TO WS-SC-RUN-RC
                           (WS-SC-IDX, AC-DAY-NUMBER)
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-CROSS-PARTICIPANT-VIEW.
           DISPLAY "============================================"
           DISPLAY "CROSS-PARTICIPANT VIEW - season " WS-SEASON-YEAR
           DISPLAY "  Days where the solver answered for some "
               "participants and its latest real run failed "
               "(RC 8+) for others"
           DISPLAY "  Accounting: "
               FUNCTION TRIM (WS-ACCOUNTING-FILENAME)
           DISPLAY "============================================"
           MOVE ZERO TO WS-CROSS-FLAGGED
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 25
               SET WS-DAY-NO TO WS-DAY-IDX
               PERFORM CHECK-ONE-CROSS-DAY
           END-PERFORM
           IF WS-CROSS-FLAGGED = ZERO
               DISPLAY "  No day answered for one participant and "
                   "failed for another"
           ELSE
               DISPLAY "  ------------------------------------------"
               DISPLAY "  *** " WS-CROSS-FLAGGED " day(s) flagged "
                   "***"
           END-IF
           DISPLAY "============================================"
           DISPLAY "END OF CROSS-PARTICIPANT VIEW"
           DISPLAY "============================================".

       CHECK-ONE-CROSS-DAY.
      * A participant whose ledger already holds the day counts as
      * answered whatever its latest run did - a re-run of a solved
      * day ending RC 8 is that participant's own business, not a
      * sign the solver fails on someone else's input.
           MOVE ZERO TO WS-CROSS-ANSWERED
           MOVE ZERO TO WS-CROSS-FAILED
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SCOPE-COUNT
               IF WS-SC-ANSWERED (WS-SC-IDX, WS-DAY-NO) = "yes"
                   ADD 1 TO WS-CROSS-ANSWERED
               ELSE
                   IF WS-SC-RUN-SEEN (WS-SC-IDX, WS-DAY-NO) = "yes"
                       AND WS-SC-RUN-RC (WS-SC-IDX, WS-DAY-NO) >= 8
                       ADD 1 TO WS-CROSS-FAILED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CROSS-ANSWERED > ZERO AND WS-CROSS-FAILED > ZERO
               ADD 1 TO WS-CROSS-FLAGGED
               DISPLAY "  Day " WS-DAY-NO " : answered for "
                   WS-CROSS-ANSWERED ", failed for "
                   WS-CROSS-FAILED
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SCOPE-COUNT
                   PERFORM PRINT-ONE-CROSS-LINE
               END-PERFORM
           END-IF.

       PRINT-ONE-CROSS-LINE.
           MOVE WS-SC-CODE (WS-SC-IDX) TO WS-CROSS-CODE
           IF WS-CROSS-CODE = SPACES
               MOVE "(default)" TO WS-CROSS-CODE
           END-IF
           IF WS-SC-ANSWERED (WS-SC-IDX, WS-DAY-NO) = "yes"
               DISPLAY "      " WS-CROSS-CODE " answered"
           ELSE
               IF WS-SC-RUN-SEEN (WS-SC-IDX, WS-DAY-NO) = "yes"
                   AND WS-SC-RUN-RC (WS-SC-IDX, WS-DAY-NO) >= 8
                   DISPLAY "      " WS-CROSS-CODE
                       " FAILED - latest run RC "
                       WS-SC-RUN-RC (WS-SC-IDX, WS-DAY-NO)
               END-IF
           END-IF.

       END PROGRAM AOC-STATUS.
