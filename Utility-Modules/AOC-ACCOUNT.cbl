      * Scoped to one season through AOC-SEASON-YEAR (default 2023).
      * Ends with RETURN-CODE 12 when the journal cannot be read.
      * Tectonics: cobc
      * Update: sample-only runs (AOC-RUNNER's SAMPLE mode, driven by
      * AOC-SEASON's SAMPLES sweep) are journaled with mode SAMPLE
      * and get their own tally, like verify replays, instead of
      * counting as real runs.
      * Update: the journal record carries the operator each run was
      * made for; the report adds invocations and failures by
      * operator (records from before the column count as
      * "(unrecorded)").
      * Update: AOC-PARTICIPANT set (other than ALL) narrows the
      * report to that participant's runs, checked against the
      * roster through AOC-ROSTER - RC 8 when it is not on it.
      * Otherwise every participant's runs are reported and the
      * report adds invocations and failures by participant. A
      * day's failures before its first success are counted per
      * participant, so one team member's clean run does not hide
      * another's failures.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-ACCOUNT.
             10 WS-DA-REAL-RUNS     PIC 9(4).
             10 WS-DA-DRY-RUNS      PIC 9(4).
             10 WS-DA-VERIFY-RUNS   PIC 9(4).
             10 WS-DA-SAMPLE-RUNS   PIC 9(4).
             10 WS-DA-SKIPS         PIC 9(4).
             10 WS-DA-FAILURES      PIC 9(4).
             10 WS-DA-BEFORE-FIRST  PIC 9(4).
       01 WS-DAY-NO                 PIC 9(2).
       01 WS-RECORDS-READ           PIC 9(6) VALUE ZERO.
       01 WS-SEASON-RECORDS         PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-CLEAN            PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-DRY              PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-VERIFY           PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-SAMPLE           PIC 9(6) VALUE ZERO.
       01 WS-SEASON-DRIVEN-COUNT    PIC 9(6) VALUE ZERO.

      * Counts by operator - built as operators appear, the way
      * AOC-LOGSCAN banks its program names.
       01 WS-OPER-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-OPER-TABLE.
          05 WS-OPER-ENTRY OCCURS 30 TIMES INDEXED BY WS-OPER-IDX.
             10 WS-OE-NAME          PIC X(16).
             10 WS-OE-TOTAL         PIC 9(6).
             10 WS-OE-FAILURES      PIC 9(6).
       01 WS-OPER-NAME              PIC X(16).

      * Counts by participant, built as participants appear, each
      * with its own first-success flag per day. Records from
      * before the column are the installation's own participant.
       01 WS-PART-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-PART-TABLE.
          05 WS-PART-ENTRY OCCURS 21 TIMES INDEXED BY WS-PART-IDX.
             10 WS-PE-CODE          PIC X(8).
             10 WS-PE-TOTAL         PIC 9(6).
             10 WS-PE-FAILURES      PIC 9(6).
             10 WS-PE-SUCCEEDED     PIC X(3) OCCURS 25 TIMES.
       01 WS-PART-SLOT              PIC 9(2).
       01 WS-PART-LABEL             PIC X(9).

      * Participant filter - AOC-ROSTER resolves AOC-PARTICIPANT.
       01 WS-PARTICIPANT-FILTER     PIC X(3) VALUE "NO ".
       01 WS-PARTICIPANT            PIC X(8) VALUE SPACES.
       01 WS-PARTICIPANT-NAME       PIC X(30) VALUE SPACES.
       01 WS-RO-PARMS.
           COPY "AOC-ROSTER.cpy".
       01 WS-OPER-SLOT              PIC 9(2).
       01 WS-I                      PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-SEASON-YEAR
           PERFORM RESOLVE-ACCOUNTING-FILENAME
           PERFORM RESOLVE-PARTICIPANT-FILTER
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 25
               MOVE ZERO TO WS-DA-ATTEMPTS (WS-DAY-IDX)
               MOVE ZERO TO WS-DA-REAL-RUNS (WS-DAY-IDX)
               MOVE ZERO TO WS-DA-DRY-RUNS (WS-DAY-IDX)
               MOVE ZERO TO WS-DA-VERIFY-RUNS (WS-DAY-IDX)
               MOVE ZERO TO WS-DA-SAMPLE-RUNS (WS-DAY-IDX)
               MOVE ZERO TO WS-DA-SKIPS (WS-DAY-IDX)
               MOVE ZERO TO WS-DA-FAILURES (WS-DAY-IDX)
               MOVE ZERO TO WS-DA-BEFORE-FIRST (WS-DAY-IDX)
           END-PERFORM
           IF WS-EXIT-RC = ZERO
               PERFORM LOAD-ACCOUNTING-JOURNAL
           END-IF
           IF WS-EXIT-RC = ZERO
               PERFORM PRINT-ACCOUNTING-REPORT
           END-IF
               MOVE WS-DEFAULT-ACCOUNTING TO WS-ACCOUNTING-FILENAME
           END-IF.

       RESOLVE-PARTICIPANT-FILTER.
      * AOC-PARTICIPANT set: that participant alone, checked against
      * the roster. Not set, or ALL: every participant's runs.
           ACCEPT WS-ARG-VALUE FROM ENVIRONMENT "AOC-PARTICIPANT"
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               AND FUNCTION UPPER-CASE (WS-ARG-VALUE (1:4)) NOT = "ALL "
               MOVE "RSLV" TO RO-FUNCTION
               MOVE "AOC-ACCOUNT" TO RO-PROGRAM
               MOVE WS-SEASON-YEAR TO RO-SEASON-YEAR
               CALL "AOC-ROSTER" USING WS-RO-PARMS
               IF RO-RETURN-CODE NOT = ZERO
                   DISPLAY "AOC-ACCOUNT: participant '"
                       WS-ARG-VALUE (1:8) "' is not on the roster"
                   MOVE 8 TO WS-EXIT-RC
               ELSE
                   MOVE "YES" TO WS-PARTICIPANT-FILTER
                   MOVE RO-PARTICIPANT TO WS-PARTICIPANT
                   MOVE RO-PARTICIPANT-NAME TO WS-PARTICIPANT-NAME
               END-IF
           END-IF.

       LOAD-ACCOUNTING-JOURNAL.
           OPEN INPUT ACCOUNTING-FILE
           IF WS-ACCOUNTING-FILE-STATUS NOT = "00"
           IF AC-SEASON-YEAR IS NUMERIC
               AND AC-SEASON-YEAR = WS-SEASON-YEAR
               AND AC-DAY-NUMBER >= 1 AND AC-DAY-NUMBER <= 25
               AND (WS-PARTICIPANT-FILTER NOT = "YES"
                   OR AC-PARTICIPANT = WS-PARTICIPANT)
               ADD 1 TO WS-SEASON-RECORDS
               SET WS-DAY-IDX TO AC-DAY-NUMBER
               ADD 1 TO WS-DA-ATTEMPTS (WS-DAY-IDX)
               IF AC-SEASON-DRIVEN = "YES"
                   ADD 1 TO WS-SEASON-DRIVEN-COUNT
               END-IF
               PERFORM TALLY-ONE-OPERATOR
               PERFORM TALLY-ONE-PARTICIPANT
      * A verify replay or a sample-only run is neither a dry run
      * nor a real one - its failures mean "the code regressed", not
      * "the day failed", so it gets its own tally and never distorts
      * the dry-versus-real history this report exists for.
               EVALUATE AC-RUN-MODE
                   WHEN "DRYRUN"
                       ADD 1 TO WS-DA-DRY-RUNS (WS-DAY-IDX)
                   WHEN "VERIFY"
                       ADD 1 TO WS-DA-VERIFY-RUNS (WS-DAY-IDX)
                       ADD 1 TO WS-TOTAL-VERIFY
                   WHEN "SAMPLE"
                       ADD 1 TO WS-DA-SAMPLE-RUNS (WS-DAY-IDX)
                       ADD 1 TO WS-TOTAL-SAMPLE
                   WHEN OTHER
                       ADD 1 TO WS-DA-REAL-RUNS (WS-DAY-IDX)
                       EVALUATE TRUE
                           WHEN AC-RETURN-CODE = ZERO
                               ADD 1 TO WS-TOTAL-CLEAN
                               IF WS-PART-SLOT > ZERO
                                   MOVE "YES" TO WS-PE-SUCCEEDED
                                       (WS-PART-SLOT WS-DAY-IDX)
                               END-IF
                           WHEN AC-RETURN-CODE = 4
                               ADD 1 TO WS-DA-SKIPS (WS-DAY-IDX)
                               ADD 1 TO WS-TOTAL-RC04
               END-EVALUATE
           END-IF.

       TALLY-ONE-OPERATOR.
           IF AC-OPERATOR = SPACES
               MOVE "(unrecorded)" TO WS-OPER-NAME
           ELSE
               MOVE AC-OPERATOR TO WS-OPER-NAME
           END-IF
           MOVE ZERO TO WS-OPER-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-OPER-COUNT OR WS-OPER-SLOT > ZERO
               IF WS-OE-NAME (WS-I) = WS-OPER-NAME
                   MOVE WS-I TO WS-OPER-SLOT
               END-IF
           END-PERFORM
           IF WS-OPER-SLOT = ZERO AND WS-OPER-COUNT < 30
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-OPER-COUNT TO WS-OPER-SLOT
               MOVE WS-OPER-NAME TO WS-OE-NAME (WS-OPER-SLOT)
               MOVE ZERO TO WS-OE-TOTAL (WS-OPER-SLOT)
               MOVE ZERO TO WS-OE-FAILURES (WS-OPER-SLOT)
           END-IF
           IF WS-OPER-SLOT > ZERO
               ADD 1 TO WS-OE-TOTAL (WS-OPER-SLOT)
               IF AC-RETURN-CODE IS NUMERIC AND AC-RETURN-CODE > 4
                   ADD 1 TO WS-OE-FAILURES (WS-OPER-SLOT)
               END-IF
           END-IF.

       TALLY-ONE-PARTICIPANT.
           MOVE ZERO TO WS-PART-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PART-COUNT OR WS-PART-SLOT > ZERO
               IF WS-PE-CODE (WS-I) = AC-PARTICIPANT
                   MOVE WS-I TO WS-PART-SLOT
               END-IF
           END-PERFORM
           IF WS-PART-SLOT = ZERO AND WS-PART-COUNT < 21
               ADD 1 TO WS-PART-COUNT
               MOVE WS-PART-COUNT TO WS-PART-SLOT
               INITIALIZE WS-PART-ENTRY (WS-PART-SLOT)
               MOVE AC-PARTICIPANT TO WS-PE-CODE (WS-PART-SLOT)
           END-IF
           IF WS-PART-SLOT > ZERO
               ADD 1 TO WS-PE-TOTAL (WS-PART-SLOT)
               IF AC-RETURN-CODE IS NUMERIC AND AC-RETURN-CODE > 4
                   ADD 1 TO WS-PE-FAILURES (WS-PART-SLOT)
               END-IF
           END-IF.

       COUNT-BEFORE-FIRST-SUCCESS.
      * File order is run order, so failures seen while the
      * participant's success flag for the day is still off are the
      * attempts that came before the day first ledgered for them.
           IF WS-PART-SLOT = ZERO
               ADD 1 TO WS-DA-BEFORE-FIRST (WS-DAY-IDX)
           ELSE
               IF WS-PE-SUCCEEDED (WS-PART-SLOT WS-DAY-IDX) NOT = "YES"
                   ADD 1 TO WS-DA-BEFORE-FIRST (WS-DAY-IDX)
               END-IF
           END-IF.

       PRINT-ACCOUNTING-REPORT.
           DISPLAY "AOC-ACCOUNT RUN-ACCOUNTING REPORT"
           DISPLAY "  Season    : " WS-SEASON-YEAR
           DISPLAY "  Journal   : " WS-ACCOUNTING-FILENAME
           IF WS-PARTICIPANT-FILTER = "YES"
               IF WS-PARTICIPANT = SPACES
                   DISPLAY "  Participant: (default)"
               ELSE
                   DISPLAY "  Participant: " WS-PARTICIPANT " "
                       FUNCTION TRIM (WS-PARTICIPANT-NAME)
               END-IF
           END-IF
           DISPLAY "  Run date  : " WS-REPORT-TIMESTAMP
           DISPLAY "============================================"
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       WS-DA-REAL-RUNS (WS-DAY-IDX) " real, "
                       WS-DA-DRY-RUNS (WS-DAY-IDX) " dry, "
                       WS-DA-VERIFY-RUNS (WS-DAY-IDX) " verify, "
                       WS-DA-SAMPLE-RUNS (WS-DAY-IDX) " sample, "
                       WS-DA-SKIPS (WS-DAY-IDX) " skipped, "
                       WS-DA-FAILURES (WS-DAY-IDX) " failed; "
                       WS-DA-BEFORE-FIRST (WS-DAY-IDX)
           DISPLAY "  Missing-input failures (12): " WS-TOTAL-RC12
           DISPLAY "  Dry runs                   : " WS-TOTAL-DRY
           DISPLAY "  Verify replays             : " WS-TOTAL-VERIFY
           DISPLAY "  Sample-only runs           : " WS-TOTAL-SAMPLE
           DISPLAY "  Season-driven invocations  : "
               WS-SEASON-DRIVEN-COUNT
           IF WS-OPER-COUNT > ZERO
               DISPLAY "  ------------------------------------------"
               DISPLAY "  Invocations by operator:"
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-OPER-COUNT
                   DISPLAY "    " WS-OE-NAME (WS-I) " "
                       WS-OE-TOTAL (WS-I) " invocation(s), "
                       WS-OE-FAILURES (WS-I) " ended RC 08 or worse"
               END-PERFORM
           END-IF
           IF WS-PART-COUNT > ZERO
               AND WS-PARTICIPANT-FILTER NOT = "YES"
               DISPLAY "  ------------------------------------------"
               DISPLAY "  Invocations by participant:"
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PART-COUNT
                   IF WS-PE-CODE (WS-I) = SPACES
                       MOVE "(default)" TO WS-PART-LABEL
                   ELSE
                       MOVE WS-PE-CODE (WS-I) TO WS-PART-LABEL
                   END-IF
                   DISPLAY "    " WS-PART-LABEL " "
                       WS-PE-TOTAL (WS-I) " invocation(s), "
                       WS-PE-FAILURES (WS-I) " ended RC 08 or worse"
               END-PERFORM
           END-IF
           DISPLAY "============================================"
           DISPLAY "END OF RUN-ACCOUNTING REPORT"
           DISPLAY "============================================".
