      ******************************************************************
      * Author:
      * Date:
      * Purpose: Season-over-season comparison across every December
      * on the ledger. AOC-STATUS, AOC-STATS and AOC-ACCOUNT each
      * report one AOC-SEASON-YEAR, so "are we faster and more
      * complete than last year" meant running all three twice and
      * comparing the listings by hand. This report lays the seasons
      * side by side, one line per day:
      *   - which parts are solved (on the indexed ledger) in each
      *     season - "**" both, "*-" Part 1 only, "--" neither;
      *   - the latest elapsed seconds (the day's last run in the
      *     run history, else the ledgered run's) and the change
      *     from the season before;
      *   - the failed real runs before the day's first clean real
      *     run, from the run-accounting journal ("!" after the
      *     count: no clean run yet that season).
      * and then season totals - stars, total latest runtime, failed
      * real runs - each with its change from the season before.
      * The four latest seasons fit the print line; the companion
      * file carries every season found (up to ten - past that the
      * oldest drop out, and the report says so).
      * Companion file (AOC-COMPARE.TXT or wherever AOC-COMPARE-DD
      * points), pipe-delimited in the AOC-EXTRACT feed's style:
      *   HDR|<report timestamp>|<participant>|<season count>
      *   DTL|season|day|part 1 solved|part 2 solved|latest elapsed|
      *       change|failures before first clean|clean run seen
      *   SUM|season|stars|total runtime|runtime change|failures
      *   TRL|<DTL record count>|<SUM record count>
      * For the team member named in AOC-PARTICIPANT (checked
      * through AOC-ROSTER; blank is the installation's own
      * participant). Records that predate the season column count
      * as 2023, those that predate the participant column as the
      * installation's own participant - the conventions every
      * reader of these files follows.
      * Serializes on the AOC-LOCK ledger lock around the ledger and
      * history reads.
      * Return codes: 0 clean, 8 the participant is not on the
      * roster, 12 the ledger or the companion file could not be
      * opened. A missing run history or accounting journal is not
      * fatal - its columns simply report nothing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-COMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-INDEX-FILE ASSIGN TO DYNAMIC
           WS-INDEX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AX-LEDGER-KEY
           FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT AOC-RESULTS-FILE ASSIGN TO DYNAMIC
           WS-RESULTS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-FILE-STATUS.
           SELECT ACCOUNTING-FILE ASSIGN TO DYNAMIC
           WS-ACCOUNTING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNTING-FILE-STATUS.
           SELECT COMPARE-FILE ASSIGN TO DYNAMIC WS-COMPARE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMPARE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-INDEX-FILE.
           01  RESULTS-INDEX-RECORD.
               COPY "AOC-RESULTS-IX.cpy".

       FD  AOC-RESULTS-FILE LABEL RECORDS ARE STANDARD.
           01  AOC-RESULT-RECORD.
               COPY "AOC-RESULTS.cpy".

       FD  ACCOUNTING-FILE LABEL RECORDS ARE STANDARD.
           01  ACCOUNTING-RECORD.
               COPY "AOC-ACCOUNTING.cpy".

       FD  COMPARE-FILE LABEL RECORDS ARE STANDARD.
           01  COMPARE-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-INDEX-FILENAME         PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-INDEX-FILE     PIC X(250) VALUE "AOC-RESULTS.IDX".
       01 WS-INDEX-FILE-STATUS      PIC X(2) VALUE SPACES.
       01 WS-RESULTS-FILENAME       PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-RESULTS-FILE   PIC X(250) VALUE "AOC-RESULTS.TXT".
       01 WS-RESULTS-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 WS-ACCOUNTING-FILENAME    PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-ACCOUNTING     PIC X(250)
           VALUE "AOC-RUN-ACCOUNTING.TXT".
       01 WS-ACCOUNTING-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-COMPARE-FILENAME       PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-COMPARE-FILE   PIC X(250) VALUE "AOC-COMPARE.TXT".
       01 WS-COMPARE-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 WS-ARG-VALUE              PIC X(250).
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-EXIT-RC                PIC 9(2) VALUE ZERO.
       01 WS-REPORT-TIMESTAMP       PIC X(26).
       01 WS-HISTORY-READ           PIC X(3) VALUE "NO".
       01 WS-ACCOUNTING-READ        PIC X(3) VALUE "NO".

      * AOC-LOCK serialization interface - the shared ledger files
      * are only touched while the lock is held.
       01 WS-LOCK-PROGRAM           PIC X(16) VALUE "AOC-COMPARE".
       01 WS-LOCK-FUNCTION          PIC X(4).
       01 WS-LOCK-RETURN-CODE       PIC 99.
       01 WS-LOCK-HELD              PIC X(3) VALUE "NO".

      * AOC-ROSTER interface - whose seasons are compared.
       01 WS-PARTICIPANT            PIC X(8) VALUE SPACES.
       01 WS-PARTICIPANT-NAME       PIC X(30) VALUE SPACES.
       01 WS-RO-PARMS.
           COPY "AOC-ROSTER.cpy".

      * Every season found, oldest first. A season enters the table
      * the first time any of the three files shows it; with ten
      * held, a newer one pushes the oldest out.
       01 WS-SEASON-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-SEASONS-DROPPED        PIC X(3) VALUE "NO".
       01 WS-SEASON-TABLE.
          05 WS-SN-ENTRY OCCURS 10 TIMES INDEXED BY WS-SN-IDX.
             10 WS-SN-YEAR          PIC 9(4).
             10 WS-SN-STARS         PIC 9(3).
             10 WS-SN-RUNTIME       PIC 9(8)V9(2).
             10 WS-SN-FAILURES      PIC 9(6).
             10 WS-SN-DAY OCCURS 25 TIMES INDEXED BY WS-SD-IDX.
                15 WS-SD-SOLVED     PIC X(3) OCCURS 2 TIMES.
                15 WS-SD-ELAPSED    PIC 9(6)V9(2).
                15 WS-SD-ELAPSED-SEEN PIC X(3).
                15 WS-SD-BEFORE-CLEAN PIC 9(4).
                15 WS-SD-CLEAN-SEEN PIC X(3).
                15 WS-SD-ATTEMPTED  PIC X(3).
       01 WS-LOOKUP-SEASON          PIC 9(4).
       01 WS-SN-SLOT                PIC 9(2).
       01 WS-INSERT-AT              PIC 9(2).
       01 WS-I                      PIC 9(2).
       01 WS-DAY-NO                 PIC 9(2).
       01 WS-PART-NO                PIC 9(1).
       01 WS-FIRST-SHOWN            PIC 9(2).
       01 WS-DAY-HAS-DATA           PIC X(3).

      * Report line - a nine-byte day label and one 31-byte cell
      * per season shown.
       01 WS-REPORT-LINE            PIC X(140).
       01 WS-CELL-POS               PIC 9(3).
       01 WS-CELL.
          05 WS-CELL-PARTS          PIC X(2).
          05 FILLER                 PIC X(1) VALUE SPACE.
          05 WS-CELL-ELAPSED        PIC X(9).
          05 FILLER                 PIC X(1) VALUE SPACE.
          05 WS-CELL-CHANGE         PIC X(10).
          05 FILLER                 PIC X(1) VALUE SPACE.
          05 WS-CELL-TRIES          PIC X(5).
          05 FILLER                 PIC X(2) VALUE SPACES.
       01 WS-ELAPSED-EDIT           PIC Z(5)9.99.
       01 WS-CHANGE-EDIT            PIC -(6)9.99.
       01 WS-RUNTIME-EDIT           PIC Z(7)9.99.
       01 WS-RUNTIME-CHANGE-EDIT    PIC -(8)9.99.
       01 WS-STARS-CHANGE-EDIT      PIC -(3)9.
       01 WS-FAILURES-CHANGE-EDIT   PIC -(6)9.
       01 WS-TRIES-EDIT             PIC Z(3)9.
       01 WS-CHANGE                 PIC S9(8)V9(2).
       01 WS-COUNT-CHANGE           PIC S9(6).

      * Companion file fields.
       01 WS-ELAPSED-TEXT           PIC 9(6).9(2).
       01 WS-RUNTIME-TEXT           PIC 9(8).9(2).
       01 WS-CHANGE-TEXT            PIC X(12).
       01 WS-DTL-COUNT              PIC 9(6) VALUE ZERO.
       01 WS-SUM-COUNT              PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-SETTINGS
           IF WS-EXIT-RC = ZERO
               PERFORM ACQUIRE-LEDGER-LOCK
               IF WS-LOCK-HELD NOT = "YES"
                   MOVE 12 TO WS-EXIT-RC
               ELSE
                   PERFORM LOAD-INDEXED-LEDGER
                   IF WS-EXIT-RC = ZERO
                       PERFORM LOAD-RUN-HISTORY
                   END-IF
                   PERFORM RELEASE-LEDGER-LOCK
               END-IF
           END-IF
           IF WS-EXIT-RC = ZERO
               PERFORM LOAD-ACCOUNTING-JOURNAL
               PERFORM TOTAL-SEASONS
               PERFORM PRINT-COMPARISON-REPORT
               PERFORM WRITE-COMPARE-FILE
           END-IF
           IF WS-EXIT-RC NOT = ZERO
               DISPLAY "AOC-COMPARE: comparison did not complete (RC "
                   WS-EXIT-RC ")"
           END-IF
           MOVE WS-EXIT-RC TO RETURN-CODE
           GOBACK.

       RESOLVE-SETTINGS.
           ACCEPT WS-INDEX-FILENAME FROM ENVIRONMENT
               "AOC-RESULTS-IX-DD"
           IF WS-INDEX-FILENAME = SPACES
               MOVE WS-DEFAULT-INDEX-FILE TO WS-INDEX-FILENAME
           END-IF
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
           END-IF
           ACCEPT WS-COMPARE-FILENAME FROM ENVIRONMENT "AOC-COMPARE-DD"
               ON EXCEPTION MOVE SPACES TO WS-COMPARE-FILENAME
           END-ACCEPT
           IF WS-COMPARE-FILENAME = SPACES
               MOVE WS-DEFAULT-COMPARE-FILE TO WS-COMPARE-FILENAME
           END-IF
           MOVE "RSLV" TO RO-FUNCTION
           MOVE "AOC-COMPARE" TO RO-PROGRAM
           MOVE 2023 TO RO-SEASON-YEAR
           CALL "AOC-ROSTER" USING WS-RO-PARMS
           IF RO-RETURN-CODE NOT = ZERO
               DISPLAY "AOC-COMPARE: participant '" RO-PARTICIPANT
                   "' is not on the roster"
               MOVE 8 TO WS-EXIT-RC
           ELSE
               MOVE RO-PARTICIPANT TO WS-PARTICIPANT
               MOVE RO-PARTICIPANT-NAME TO WS-PARTICIPANT-NAME
           END-IF
           INITIALIZE WS-SEASON-TABLE
           MOVE ZERO TO WS-SEASON-COUNT.

       ACQUIRE-LEDGER-LOCK.
      * Serialize against every other program that opens the shared
      * ledger files - AOC-LOCK waits, logs who holds it, and times
      * out rather than hanging the job stream.
           MOVE "ACQ " TO WS-LOCK-FUNCTION
           CALL "AOC-LOCK" USING WS-LOCK-PROGRAM WS-LOCK-FUNCTION
               WS-LOCK-RETURN-CODE
           IF WS-LOCK-RETURN-CODE = ZERO
               MOVE "YES" TO WS-LOCK-HELD
           ELSE
               MOVE "NO " TO WS-LOCK-HELD
           END-IF.

       RELEASE-LEDGER-LOCK.
           IF WS-LOCK-HELD = "YES"
               MOVE "REL " TO WS-LOCK-FUNCTION
               CALL "AOC-LOCK" USING WS-LOCK-PROGRAM WS-LOCK-FUNCTION
                   WS-LOCK-RETURN-CODE
               MOVE "NO " TO WS-LOCK-HELD
           END-IF.

       FIND-SEASON-SLOT.
      * Sets WS-SN-SLOT on WS-LOOKUP-SEASON's entry, adding the
      * season in year order when it is new - zero when the table
      * is full of newer seasons and this one is the oldest of all.
           MOVE ZERO TO WS-SN-SLOT
           MOVE ZERO TO WS-INSERT-AT
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SEASON-COUNT OR WS-SN-SLOT > ZERO
               OR WS-INSERT-AT > ZERO
               IF WS-SN-YEAR (WS-I) = WS-LOOKUP-SEASON
                   MOVE WS-I TO WS-SN-SLOT
               ELSE
                   IF WS-SN-YEAR (WS-I) > WS-LOOKUP-SEASON
                       MOVE WS-I TO WS-INSERT-AT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SN-SLOT = ZERO
               IF WS-INSERT-AT = ZERO
                   COMPUTE WS-INSERT-AT = WS-SEASON-COUNT + 1
               END-IF
               IF WS-SEASON-COUNT < 10
                   PERFORM VARYING WS-I FROM WS-SEASON-COUNT BY -1
                       UNTIL WS-I < WS-INSERT-AT
                       MOVE WS-SN-ENTRY (WS-I)
                           TO WS-SN-ENTRY (WS-I + 1)
                   END-PERFORM
                   ADD 1 TO WS-SEASON-COUNT
                   MOVE WS-INSERT-AT TO WS-SN-SLOT
               ELSE
                   MOVE "YES" TO WS-SEASONS-DROPPED
                   IF WS-INSERT-AT > 1
      * The oldest season held drops out to make room.
                       SUBTRACT 1 FROM WS-INSERT-AT
                       PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I >= WS-INSERT-AT
                           MOVE WS-SN-ENTRY (WS-I + 1)
                               TO WS-SN-ENTRY (WS-I)
                       END-PERFORM
                       MOVE WS-INSERT-AT TO WS-SN-SLOT
                   END-IF
               END-IF
               IF WS-SN-SLOT > ZERO
                   INITIALIZE WS-SN-ENTRY (WS-SN-SLOT)
                   MOVE WS-LOOKUP-SEASON TO WS-SN-YEAR (WS-SN-SLOT)
               END-IF
           END-IF.

       LOAD-INDEXED-LEDGER.
      * Solved parts per season/day, and the ledgered run's elapsed
      * seconds as the fallback for a day the history no longer
      * holds.
           OPEN INPUT RESULTS-INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = "00"
               DISPLAY "AOC-COMPARE: indexed ledger "
                   FUNCTION TRIM (WS-INDEX-FILENAME)
                   " could not be opened (status "
                   WS-INDEX-FILE-STATUS ")"
               MOVE 12 TO WS-EXIT-RC
           ELSE
               MOVE "NO" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "YES"
                   READ RESULTS-INDEX-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           PERFORM BANK-ONE-LEDGER-RECORD
                   END-READ
               END-PERFORM
               CLOSE RESULTS-INDEX-FILE
           END-IF.

       BANK-ONE-LEDGER-RECORD.
           IF AX-PARTICIPANT = WS-PARTICIPANT
               AND AX-DAY-NUMBER >= 1 AND AX-DAY-NUMBER <= 25
               AND (AX-PART-NUMBER = 1 OR AX-PART-NUMBER = 2)
               MOVE AX-SEASON-YEAR TO WS-LOOKUP-SEASON
               PERFORM FIND-SEASON-SLOT
               IF WS-SN-SLOT > ZERO
                   SET WS-SN-IDX TO WS-SN-SLOT
                   SET WS-SD-IDX TO AX-DAY-NUMBER
                   MOVE "YES" TO WS-SD-SOLVED
                       (WS-SN-IDX WS-SD-IDX AX-PART-NUMBER)
                   IF AX-ELAPSED-SECONDS IS NUMERIC
                       MOVE AX-ELAPSED-SECONDS
                           TO WS-SD-ELAPSED (WS-SN-IDX WS-SD-IDX)
                       MOVE "YES"
                           TO WS-SD-ELAPSED-SEEN (WS-SN-IDX WS-SD-IDX)
                   END-IF
               END-IF
           END-IF.

       LOAD-RUN-HISTORY.
      * File order is run order - the last record for a season/day
      * is its latest run, whichever part it was written for.
           OPEN INPUT AOC-RESULTS-FILE
           IF WS-RESULTS-FILE-STATUS = "00"
               MOVE "YES" TO WS-HISTORY-READ
               MOVE "NO" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "YES"
                   READ AOC-RESULTS-FILE
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           PERFORM BANK-ONE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE AOC-RESULTS-FILE
           END-IF.

       BANK-ONE-HISTORY-RECORD.
           MOVE 2023 TO WS-LOOKUP-SEASON
           IF AR-SEASON-YEAR IS NUMERIC
               MOVE AR-SEASON-YEAR TO WS-LOOKUP-SEASON
           END-IF
           IF AR-PARTICIPANT = WS-PARTICIPANT
               AND AR-DAY-NUMBER IS NUMERIC
               AND AR-DAY-NUMBER >= 1 AND AR-DAY-NUMBER <= 25
               AND AR-ELAPSED-SECONDS IS NUMERIC
               PERFORM FIND-SEASON-SLOT
               IF WS-SN-SLOT > ZERO
                   SET WS-SN-IDX TO WS-SN-SLOT
                   SET WS-SD-IDX TO AR-DAY-NUMBER
                   MOVE AR-ELAPSED-SECONDS
                       TO WS-SD-ELAPSED (WS-SN-IDX WS-SD-IDX)
                   MOVE "YES"
                       TO WS-SD-ELAPSED-SEEN (WS-SN-IDX WS-SD-IDX)
               END-IF
           END-IF.

       LOAD-ACCOUNTING-JOURNAL.
      * Real runs only - a dry run, verify replay or sample-only run
      * says nothing about how hard the day was to get through, the
      * AOC-ACCOUNT convention.
           OPEN INPUT ACCOUNTING-FILE
           IF WS-ACCOUNTING-FILE-STATUS = "00"
               MOVE "YES" TO WS-ACCOUNTING-READ
               MOVE "NO" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "YES"
                   READ ACCOUNTING-FILE
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           PERFORM BANK-ONE-ACCOUNTING-RECORD
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTING-FILE
           END-IF.

       BANK-ONE-ACCOUNTING-RECORD.
           IF AC-SEASON-YEAR IS NUMERIC
               AND AC-PARTICIPANT = WS-PARTICIPANT
               AND AC-DAY-NUMBER IS NUMERIC
               AND AC-DAY-NUMBER >= 1 AND AC-DAY-NUMBER <= 25
               AND AC-RETURN-CODE IS NUMERIC
               AND AC-RUN-MODE NOT = "DRYRUN"
               AND AC-RUN-MODE NOT = "VERIFY"
               AND AC-RUN-MODE NOT = "SAMPLE"
               MOVE AC-SEASON-YEAR TO WS-LOOKUP-SEASON
               PERFORM FIND-SEASON-SLOT
               IF WS-SN-SLOT > ZERO
                   SET WS-SN-IDX TO WS-SN-SLOT
                   SET WS-SD-IDX TO AC-DAY-NUMBER
                   MOVE "YES" TO WS-SD-ATTEMPTED (WS-SN-IDX WS-SD-IDX)
                   IF AC-RETURN-CODE = ZERO
                       MOVE "YES"
                           TO WS-SD-CLEAN-SEEN (WS-SN-IDX WS-SD-IDX)
                   END-IF
                   IF AC-RETURN-CODE >= 8
                       ADD 1 TO WS-SN-FAILURES (WS-SN-IDX)
                       IF WS-SD-CLEAN-SEEN (WS-SN-IDX WS-SD-IDX)
                           NOT = "YES"
                           ADD 1 TO WS-SD-BEFORE-CLEAN
                               (WS-SN-IDX WS-SD-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TOTAL-SEASONS.
      * Stars are solved parts; the runtime is the sum of each day's
      * latest elapsed seconds - what the season costs to run today.
      * Flags never set read "NO " from here on, for the feed.
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
               UNTIL WS-SN-IDX > WS-SEASON-COUNT
               PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > 25
                   PERFORM VARYING WS-PART-NO FROM 1 BY 1
                       UNTIL WS-PART-NO > 2
                       IF WS-SD-SOLVED (WS-SN-IDX WS-SD-IDX WS-PART-NO)
                           = "YES"
                           ADD 1 TO WS-SN-STARS (WS-SN-IDX)
                       ELSE
                           MOVE "NO " TO WS-SD-SOLVED
                               (WS-SN-IDX WS-SD-IDX WS-PART-NO)
                       END-IF
                   END-PERFORM
                   IF WS-SD-CLEAN-SEEN (WS-SN-IDX WS-SD-IDX) NOT = "YES"
                       MOVE "NO "
                           TO WS-SD-CLEAN-SEEN (WS-SN-IDX WS-SD-IDX)
                   END-IF
                   IF WS-SD-ELAPSED-SEEN (WS-SN-IDX WS-SD-IDX) = "YES"
                       ADD WS-SD-ELAPSED (WS-SN-IDX WS-SD-IDX)
                           TO WS-SN-RUNTIME (WS-SN-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-COMPARISON-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-TIMESTAMP
           DISPLAY "============================================"
           DISPLAY "AOC-COMPARE SEASON-OVER-SEASON REPORT"
           IF WS-PARTICIPANT = SPACES
               DISPLAY "  Participant: (default)"
           ELSE
               DISPLAY "  Participant: " WS-PARTICIPANT " "
                   FUNCTION TRIM (WS-PARTICIPANT-NAME)
           END-IF
           DISPLAY "  Ledger    : " FUNCTION TRIM (WS-INDEX-FILENAME)
           IF WS-HISTORY-READ NOT = "YES"
               DISPLAY "  History   : "
                   FUNCTION TRIM (WS-RESULTS-FILENAME)
                   " not readable - ledgered elapsed times used"
           END-IF
           IF WS-ACCOUNTING-READ NOT = "YES"
               DISPLAY "  Accounting: "
                   FUNCTION TRIM (WS-ACCOUNTING-FILENAME)
                   " not readable - no failure counts"
           END-IF
           DISPLAY "  Run date  : " WS-REPORT-TIMESTAMP
           DISPLAY "============================================"
           IF WS-SEASON-COUNT = ZERO
               DISPLAY "  No season on the ledger, history or journal "
                   "for this participant"
           ELSE
               IF WS-SEASON-COUNT > 4
                   COMPUTE WS-FIRST-SHOWN = WS-SEASON-COUNT - 3
                   DISPLAY "  " WS-SEASON-COUNT " seasons found - "
                       "the latest four are shown; "
                       FUNCTION TRIM (WS-COMPARE-FILENAME)
                       " carries them all"
               ELSE
                   MOVE 1 TO WS-FIRST-SHOWN
               END-IF
               IF WS-SEASONS-DROPPED = "YES"
                   DISPLAY "  More than ten seasons on file - the "
                       "oldest are not compared"
               END-IF
               PERFORM PRINT-COLUMN-HEADINGS
               PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > 25
                   PERFORM PRINT-ONE-DAY-LINE
               END-PERFORM
               PERFORM PRINT-SEASON-TOTALS
           END-IF
           DISPLAY "============================================"
           DISPLAY "END OF SEASON-OVER-SEASON REPORT"
           DISPLAY "============================================".

       PRINT-COLUMN-HEADINGS.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  Day" TO WS-REPORT-LINE (1:9)
           MOVE 10 TO WS-CELL-POS
           PERFORM VARYING WS-SN-IDX FROM WS-FIRST-SHOWN BY 1
               UNTIL WS-SN-IDX > WS-SEASON-COUNT
               MOVE SPACES TO WS-CELL
               MOVE WS-SN-YEAR (WS-SN-IDX) TO WS-CELL (1:4)
               MOVE WS-CELL TO WS-REPORT-LINE (WS-CELL-POS:31)
               ADD 31 TO WS-CELL-POS
           END-PERFORM
           DISPLAY FUNCTION TRIM (WS-REPORT-LINE TRAILING)
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 10 TO WS-CELL-POS
           PERFORM VARYING WS-SN-IDX FROM WS-FIRST-SHOWN BY 1
               UNTIL WS-SN-IDX > WS-SEASON-COUNT
               MOVE SPACES TO WS-CELL
               MOVE "pt" TO WS-CELL-PARTS
               MOVE "  elapsed" TO WS-CELL-ELAPSED
               MOVE "    change" TO WS-CELL-CHANGE
               MOVE "fails" TO WS-CELL-TRIES
               MOVE WS-CELL TO WS-REPORT-LINE (WS-CELL-POS:31)
               ADD 31 TO WS-CELL-POS
           END-PERFORM
           DISPLAY FUNCTION TRIM (WS-REPORT-LINE TRAILING)
           DISPLAY "  ------------------------------------------".

       PRINT-ONE-DAY-LINE.
      * A day no season ever touched is left off the report.
           MOVE "NO " TO WS-DAY-HAS-DATA
           PERFORM VARYING WS-SN-IDX FROM WS-FIRST-SHOWN BY 1
               UNTIL WS-SN-IDX > WS-SEASON-COUNT
               IF WS-SD-SOLVED (WS-SN-IDX WS-SD-IDX 1) = "YES"
                   OR WS-SD-SOLVED (WS-SN-IDX WS-SD-IDX 2) = "YES"
                   OR WS-SD-ELAPSED-SEEN (WS-SN-IDX WS-SD-IDX) = "YES"
                   OR WS-SD-ATTEMPTED (WS-SN-IDX WS-SD-IDX) = "YES"
                   MOVE "YES" TO WS-DAY-HAS-DATA
               END-IF
           END-PERFORM
           IF WS-DAY-HAS-DATA = "YES"
               SET WS-DAY-NO TO WS-SD-IDX
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  Day " WS-DAY-NO DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE 10 TO WS-CELL-POS
               PERFORM VARYING WS-SN-IDX FROM WS-FIRST-SHOWN BY 1
                   UNTIL WS-SN-IDX > WS-SEASON-COUNT
                   PERFORM BUILD-DAY-CELL
                   MOVE WS-CELL TO WS-REPORT-LINE (WS-CELL-POS:31)
                   ADD 31 TO WS-CELL-POS
               END-PERFORM
               DISPLAY FUNCTION TRIM (WS-REPORT-LINE TRAILING)
           END-IF.

       BUILD-DAY-CELL.
      * One season's cell for the day at WS-SN-IDX / WS-SD-IDX; the
      * change is against the season before, shown or not.
           MOVE SPACES TO WS-CELL
           MOVE "--" TO WS-CELL-PARTS
           IF WS-SD-SOLVED (WS-SN-IDX WS-SD-IDX 1) = "YES"
               MOVE "*" TO WS-CELL-PARTS (1:1)
           END-IF
           IF WS-SD-SOLVED (WS-SN-IDX WS-SD-IDX 2) = "YES"
               MOVE "*" TO WS-CELL-PARTS (2:1)
           END-IF
           MOVE "      n/a" TO WS-CELL-ELAPSED
           MOVE "       n/a" TO WS-CELL-CHANGE
           IF WS-SD-ELAPSED-SEEN (WS-SN-IDX WS-SD-IDX) = "YES"
               MOVE WS-SD-ELAPSED (WS-SN-IDX WS-SD-IDX)
                   TO WS-ELAPSED-EDIT
               MOVE WS-ELAPSED-EDIT TO WS-CELL-ELAPSED
               IF WS-SN-IDX > 1
                   IF WS-SD-ELAPSED-SEEN (WS-SN-IDX - 1 WS-SD-IDX)
                       = "YES"
                       COMPUTE WS-CHANGE =
                           WS-SD-ELAPSED (WS-SN-IDX WS-SD-IDX)
                           - WS-SD-ELAPSED (WS-SN-IDX - 1 WS-SD-IDX)
                       MOVE WS-CHANGE TO WS-CHANGE-EDIT
                       MOVE WS-CHANGE-EDIT TO WS-CELL-CHANGE
                   END-IF
               END-IF
           END-IF
           MOVE WS-SD-BEFORE-CLEAN (WS-SN-IDX WS-SD-IDX)
               TO WS-TRIES-EDIT
           MOVE WS-TRIES-EDIT TO WS-CELL-TRIES (1:4)
           IF WS-SD-ATTEMPTED (WS-SN-IDX WS-SD-IDX) = "YES"
               AND WS-SD-CLEAN-SEEN (WS-SN-IDX WS-SD-IDX) NOT = "YES"
               MOVE "!" TO WS-CELL-TRIES (5:1)
           END-IF.

       PRINT-SEASON-TOTALS.
           DISPLAY "  ------------------------------------------"
           DISPLAY "  Season totals (change from the season before):"
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
               UNTIL WS-SN-IDX > WS-SEASON-COUNT
               MOVE WS-SN-RUNTIME (WS-SN-IDX) TO WS-RUNTIME-EDIT
               IF WS-SN-IDX = 1
                   DISPLAY "    " WS-SN-YEAR (WS-SN-IDX)
                       "  stars " WS-SN-STARS (WS-SN-IDX)
                       "  runtime " WS-RUNTIME-EDIT
                       "  failed runs " WS-SN-FAILURES (WS-SN-IDX)
               ELSE
                   COMPUTE WS-COUNT-CHANGE = WS-SN-STARS (WS-SN-IDX)
                       - WS-SN-STARS (WS-SN-IDX - 1)
                   MOVE WS-COUNT-CHANGE TO WS-STARS-CHANGE-EDIT
                   COMPUTE WS-CHANGE = WS-SN-RUNTIME (WS-SN-IDX)
                       - WS-SN-RUNTIME (WS-SN-IDX - 1)
                   MOVE WS-CHANGE TO WS-RUNTIME-CHANGE-EDIT
                   COMPUTE WS-COUNT-CHANGE = WS-SN-FAILURES (WS-SN-IDX)
                       - WS-SN-FAILURES (WS-SN-IDX - 1)
                   MOVE WS-COUNT-CHANGE TO WS-FAILURES-CHANGE-EDIT
                   DISPLAY "    " WS-SN-YEAR (WS-SN-IDX)
                       "  stars " WS-SN-STARS (WS-SN-IDX)
                       " (" WS-STARS-CHANGE-EDIT ")"
                       "  runtime " WS-RUNTIME-EDIT
                       " (" WS-RUNTIME-CHANGE-EDIT ")"
                       "  failed runs " WS-SN-FAILURES (WS-SN-IDX)
                       " (" WS-FAILURES-CHANGE-EDIT ")"
               END-IF
           END-PERFORM.

       WRITE-COMPARE-FILE.
           OPEN OUTPUT COMPARE-FILE
           IF WS-COMPARE-FILE-STATUS NOT = "00"
               DISPLAY "AOC-COMPARE: companion file "
                   FUNCTION TRIM (WS-COMPARE-FILENAME)
                   " could not be opened (status "
                   WS-COMPARE-FILE-STATUS ")"
               MOVE 12 TO WS-EXIT-RC
           ELSE
               MOVE SPACES TO COMPARE-RECORD
               STRING "HDR|" WS-REPORT-TIMESTAMP "|"
                   DELIMITED BY SIZE
                   WS-PARTICIPANT DELIMITED BY SPACE
                   "|" WS-SEASON-COUNT
                   DELIMITED BY SIZE INTO COMPARE-RECORD
               WRITE COMPARE-RECORD
               PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SEASON-COUNT
                   PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                       UNTIL WS-SD-IDX > 25
                       PERFORM WRITE-ONE-DAY-DETAIL
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SEASON-COUNT
                   PERFORM WRITE-ONE-SEASON-SUMMARY
               END-PERFORM
               MOVE SPACES TO COMPARE-RECORD
               STRING "TRL|" WS-DTL-COUNT "|" WS-SUM-COUNT
                   DELIMITED BY SIZE INTO COMPARE-RECORD
               WRITE COMPARE-RECORD
               CLOSE COMPARE-FILE
               DISPLAY "AOC-COMPARE: " WS-DTL-COUNT " day and "
                   WS-SUM-COUNT " season record(s) written to "
                   FUNCTION TRIM (WS-COMPARE-FILENAME)
           END-IF.

       WRITE-ONE-DAY-DETAIL.
           IF WS-SD-SOLVED (WS-SN-IDX WS-SD-IDX 1) = "YES"
               OR WS-SD-SOLVED (WS-SN-IDX WS-SD-IDX 2) = "YES"
               OR WS-SD-ELAPSED-SEEN (WS-SN-IDX WS-SD-IDX) = "YES"
               OR WS-SD-ATTEMPTED (WS-SN-IDX WS-SD-IDX) = "YES"
               ADD 1 TO WS-DTL-COUNT
               SET WS-DAY-NO TO WS-SD-IDX
               MOVE ZERO TO WS-ELAPSED-TEXT
               MOVE SPACES TO WS-CHANGE-TEXT
               IF WS-SD-ELAPSED-SEEN (WS-SN-IDX WS-SD-IDX) = "YES"
                   MOVE WS-SD-ELAPSED (WS-SN-IDX WS-SD-IDX)
                       TO WS-ELAPSED-TEXT
                   IF WS-SN-IDX > 1
                       IF WS-SD-ELAPSED-SEEN (WS-SN-IDX - 1 WS-SD-IDX)
                           = "YES"
                           COMPUTE WS-CHANGE =
                               WS-SD-ELAPSED (WS-SN-IDX WS-SD-IDX)
                               - WS-SD-ELAPSED (WS-SN-IDX - 1 WS-SD-IDX)
                           MOVE WS-CHANGE TO WS-CHANGE-EDIT
                           MOVE FUNCTION TRIM (WS-CHANGE-EDIT)
                               TO WS-CHANGE-TEXT
                       END-IF
                   END-IF
               END-IF
               MOVE SPACES TO COMPARE-RECORD
               STRING "DTL|" WS-SN-YEAR (WS-SN-IDX) "|"
                   WS-DAY-NO "|"
                   WS-SD-SOLVED (WS-SN-IDX WS-SD-IDX 1) "|"
                   WS-SD-SOLVED (WS-SN-IDX WS-SD-IDX 2) "|"
                   WS-ELAPSED-TEXT "|"
                   DELIMITED BY SIZE
                   WS-CHANGE-TEXT DELIMITED BY SPACE
                   "|" WS-SD-BEFORE-CLEAN (WS-SN-IDX WS-SD-IDX) "|"
                   WS-SD-CLEAN-SEEN (WS-SN-IDX WS-SD-IDX)
                   DELIMITED BY SIZE INTO COMPARE-RECORD
               WRITE COMPARE-RECORD
           END-IF.

       WRITE-ONE-SEASON-SUMMARY.
           ADD 1 TO WS-SUM-COUNT
           MOVE WS-SN-RUNTIME (WS-SN-IDX) TO WS-RUNTIME-TEXT
           MOVE SPACES TO WS-CHANGE-TEXT
           IF WS-SN-IDX > 1
               COMPUTE WS-CHANGE = WS-SN-RUNTIME (WS-SN-IDX)
                   - WS-SN-RUNTIME (WS-SN-IDX - 1)
               MOVE WS-CHANGE TO WS-RUNTIME-CHANGE-EDIT
               MOVE FUNCTION TRIM (WS-RUNTIME-CHANGE-EDIT)
                   TO WS-CHANGE-TEXT
           END-IF
           MOVE SPACES TO COMPARE-RECORD
           STRING "SUM|" WS-SN-YEAR (WS-SN-IDX) "|"
               WS-SN-STARS (WS-SN-IDX) "|"
               WS-RUNTIME-TEXT "|"
               DELIMITED BY SIZE
               WS-CHANGE-TEXT DELIMITED BY SPACE
               "|" WS-SN-FAILURES (WS-SN-IDX)
               DELIMITED BY SIZE INTO COMPARE-RECORD
           WRITE COMPARE-RECORD.

       END PROGRAM AOC-COMPARE.
