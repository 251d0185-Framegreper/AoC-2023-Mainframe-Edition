      * check (target ledger untouched), 12 a file could not be
      * opened or bad parameters.
      * Tectonics: cobc
      * Update: every record IMPORT adds or replaces is journaled
      * through AOC-LEDGER-JRNL with its before and after images -
      * a REPLACE reads the target record first - so a bad IMPORT
      * REPLACE is undone with AOC-RECOVER instead of costing the
      * target catalog its confirmed answers. The report counts the
      * journaled changes.
      * Update: every function is checked against the operator
      * authorization file through AOC-AUTH before the lock is taken
      * - EXPORT needs INQUIRY, IMPORT needs MAINTAIN, IMPORT
      * REPLACE needs ADMIN - whether the console drove it or a job
      * step ran it directly. A refusal ends RC 8 with both ledgers
      * untouched, logged at E.
      * Update: IMPORT never adds to or replaces a season closed
      * through AOC-LEDGER CLOSE - such a detail is rejected (RC 4
      * like any other rejection) and the refusal logged once per
      * season by AOC-SEASON-CTL. REPLACE does not override a close;
      * AOC-LEDGER REOPEN does.
      * Update: the detail image widens to the 90-byte indexed
      * record, carrying the ledger's AX-CONFIRMED flag and its
      * participant code. A promoted answer arrives still marked
      * confirmed (or not) exactly as the source had it, and since
      * the participant rides in the key, EXPORT carries every
      * participant's records for the chosen days and IMPORT lands
      * each on its own participant in the target. The run-history
      * entry written for an imported answer carries the participant
      * too. An interchange file cut before the widening is exported
      * again from the rebuilt source ledger rather than imported.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-PROMOTE.
       01 WS-LOCK-RETURN-CODE       PIC 99.
       01 WS-LOCK-HELD              PIC X(3) VALUE "NO".

      * AOC-LEDGER-JRNL interface - every IMPORT change is journaled.
       01 WS-LJ-PARMS.
           COPY "AOC-LEDGER-JRNL.cpy".
       01 WS-JOURNALED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-UNJOURNALED-COUNT      PIC 9(6) VALUE ZERO.

      * Interchange control records - the trailer's count is what
      * the receiving side reconciles before trusting one detail.
       01 WS-HEADER-RECORD.
       01 WS-TRAILER-RECORD.
          05 WS-TRL-TAG             PIC X(4).
          05 WS-TRL-RECORD-COUNT    PIC 9(6).
      * The detail image is the 90-byte indexed record carried
      * verbatim behind the tag; WS-XP-IMAGE is a copybook-shaped
      * work area the image is lifted into so the field checks can
      * see inside it.
       01 WS-DETAIL-RECORD.
          05 WS-DTL-TAG             PIC X(4).
          05 WS-DTL-IMAGE           PIC X(90).
       01 WS-XP-IMAGE.
           COPY "AOC-RESULTS-IX.cpy" REPLACING
               LEADING ==AX-== BY ==XP-==.
       01 WS-VERIFY-DETAILS         PIC 9(6) VALUE ZERO.
       01 WS-MANGLED-COUNT          PIC 9(6) VALUE ZERO.

      * AOC-AUTH interface - who may run which function.
       01 WS-AU-PARMS.
           COPY "AOC-AUTH.cpy".
       01 WS-AUTHORIZED             PIC X(3) VALUE "NO".

      * AOC-SEASON-CTL interface - a closed season is not imported
      * into. Each season met in the interchange file is asked
      * about once.
       01 WS-SV-PARMS.
           COPY "AOC-SEASON-CTL.cpy".
       01 WS-RECORD-SEASON          PIC 9(4).
       01 WS-RECORD-SEASON-CLOSED   PIC X(3).
       01 WS-CHECKED-SEASON-COUNT   PIC 9(2) VALUE ZERO.
       01 WS-CHECKED-SEASONS.
          05 WS-CHECKED-ENTRY OCCURS 50 TIMES
              INDEXED BY WS-CHK-IDX.
             10 WS-CHK-SEASON       PIC 9(4).
             10 WS-CHK-CLOSED       PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-PARAMETERS
           IF WS-EXIT-RC = ZERO
               PERFORM AUTHORIZE-FUNCTION
               IF WS-AUTHORIZED NOT = "YES"
                   MOVE 8 TO WS-EXIT-RC
               END-IF
           END-IF
           IF WS-EXIT-RC = ZERO
               PERFORM ACQUIRE-LEDGER-LOCK
               IF WS-LOCK-HELD NOT = "YES"
           MOVE WS-EXIT-RC TO RETURN-CODE
           GOBACK.

       AUTHORIZE-FUNCTION.
           MOVE "YES" TO WS-AUTHORIZED
           MOVE SPACES TO AU-CLASS
           EVALUATE TRUE
               WHEN WS-FUNCTION = "EXPORT"
                   MOVE "INQUIRY" TO AU-CLASS
               WHEN WS-FUNCTION = "IMPORT" AND WS-REPLACE-MODE = "YES"
                   MOVE "ADMIN" TO AU-CLASS
               WHEN WS-FUNCTION = "IMPORT"
                   MOVE "MAINTAIN" TO AU-CLASS
           END-EVALUATE
           IF AU-CLASS NOT = SPACES
               MOVE "CHK " TO AU-FUNCTION
               MOVE WS-LOCK-PROGRAM TO AU-PROGRAM
               MOVE SPACES TO AU-ACTION
               IF WS-REPLACE-MODE = "YES"
                   STRING "AOC-PROMOTE IMPORT REPLACE"
                       DELIMITED BY SIZE INTO AU-ACTION
               ELSE
                   STRING "AOC-PROMOTE " FUNCTION TRIM (WS-FUNCTION)
                       DELIMITED BY SIZE INTO AU-ACTION
               END-IF
               CALL "AOC-AUTH" USING WS-AU-PARMS
               IF AU-RETURN-CODE NOT = ZERO
                   MOVE "NO " TO WS-AUTHORIZED
                   DISPLAY "AOC-PROMOTE: operator "
                       FUNCTION TRIM (AU-OPERATOR)
                       " is not authorized for "
                       FUNCTION TRIM (WS-FUNCTION)
                       " - nothing done"
               END-IF
           END-IF.

       RESOLVE-PARAMETERS.
      * AOC-PROMOTE-FUNCTION and AOC-PROMOTE-PARM stand in when no
      * parameters were passed - the convention the operator console
       APPLY-ONE-DETAIL.
      * Per-record checks before anything touches the target: the
      * key and fingerprint fields must be numeric - a detail mangled
      * in transit must not become a production answer - and the
      * season must not be closed.
           MOVE "NO " TO WS-RECORD-SEASON-CLOSED
           IF XP-SEASON-YEAR IS NUMERIC
               MOVE XP-SEASON-YEAR TO WS-RECORD-SEASON
               PERFORM CHECK-RECORD-SEASON-CLOSED
           END-IF
           IF XP-SEASON-YEAR IS NOT NUMERIC
               OR XP-DAY-NUMBER IS NOT NUMERIC
               OR XP-PART-NUMBER IS NOT NUMERIC
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "  REJECTED - mangled detail record: "
                   EXPORT-RECORD (5:40)
           ELSE
           IF WS-RECORD-SEASON-CLOSED = "YES"
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "  REJECTED " XP-SEASON-YEAR " "
                   XP-PARTICIPANT " day " XP-DAY-NUMBER
                   " part " XP-PART-NUMBER
                   " - season is closed"
           ELSE
               MOVE WS-DTL-IMAGE TO RESULTS-INDEX-RECORD
               WRITE RESULTS-INDEX-RECORD
                       PERFORM APPLY-DUPLICATE-DETAIL
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
                       DISPLAY "  ADDED    " XP-SEASON-YEAR " "
                           XP-PARTICIPANT " day " XP-DAY-NUMBER
                           " part " XP-PART-NUMBER
                           " answer " XP-ANSWER
                       MOVE "ADD" TO LJ-CHANGE-TYPE
                       MOVE SPACES TO LJ-BEFORE-IMAGE
                       PERFORM JOURNAL-IMPORT-CHANGE
                       PERFORM APPEND-HISTORY-RECORD
               END-WRITE
           END-IF
           END-IF.

       CHECK-RECORD-SEASON-CLOSED.
      * Is WS-RECORD-SEASON closed? Asked once per season per run.
           MOVE "NO " TO WS-RECORD-SEASON-CLOSED
           SET WS-CHK-IDX TO 1
           SEARCH WS-CHECKED-ENTRY
               AT END
                   PERFORM ASK-RECORD-SEASON
               WHEN WS-CHK-IDX > WS-CHECKED-SEASON-COUNT
                   PERFORM ASK-RECORD-SEASON
               WHEN WS-CHK-SEASON (WS-CHK-IDX) = WS-RECORD-SEASON
                   MOVE WS-CHK-CLOSED (WS-CHK-IDX)
                       TO WS-RECORD-SEASON-CLOSED
           END-SEARCH.

       ASK-RECORD-SEASON.
           MOVE "CHK " TO SV-FUNCTION
           MOVE WS-LOCK-PROGRAM TO SV-PROGRAM
           MOVE WS-RECORD-SEASON TO SV-SEASON-YEAR
           MOVE "IMPORT into its ledger" TO SV-ACTION
           CALL "AOC-SEASON-CTL" USING WS-SV-PARMS
           IF SV-RETURN-CODE NOT = ZERO
               MOVE "YES" TO WS-RECORD-SEASON-CLOSED
           END-IF
           IF WS-CHECKED-SEASON-COUNT < 50
               ADD 1 TO WS-CHECKED-SEASON-COUNT
               SET WS-CHK-IDX TO WS-CHECKED-SEASON-COUNT
               MOVE WS-RECORD-SEASON TO WS-CHK-SEASON (WS-CHK-IDX)
               MOVE WS-RECORD-SEASON-CLOSED
                   TO WS-CHK-CLOSED (WS-CHK-IDX)
           END-IF.

       APPLY-DUPLICATE-DETAIL.
      * The key already holds an answer in the target catalog -
      * overwriting confirmed production state needs to be said out
      * loud, not implied by a file copy.
      * The record being replaced is read first - its image is what
      * the change journal keeps for AOC-RECOVER.
           IF WS-REPLACE-MODE = "YES"
               MOVE SPACES TO LJ-BEFORE-IMAGE
               READ RESULTS-INDEX-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE RESULTS-INDEX-RECORD TO LJ-BEFORE-IMAGE
               END-READ
               MOVE WS-DTL-IMAGE TO RESULTS-INDEX-RECORD
               REWRITE RESULTS-INDEX-RECORD
               ADD 1 TO WS-REPLACED-COUNT
               DISPLAY "  REPLACED " XP-SEASON-YEAR " "
                   XP-PARTICIPANT " day " XP-DAY-NUMBER
                   " part " XP-PART-NUMBER
                   " answer " XP-ANSWER
               MOVE "CHG" TO LJ-CHANGE-TYPE
               PERFORM JOURNAL-IMPORT-CHANGE
               PERFORM APPEND-HISTORY-RECORD
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "  REJECTED " XP-SEASON-YEAR " "
                   XP-PARTICIPANT " day " XP-DAY-NUMBER
                   " part " XP-PART-NUMBER
                   " - key exists and REPLACE was not given"
           END-IF.

       JOURNAL-IMPORT-CHANGE.
           MOVE "PUT " TO LJ-FUNCTION
           MOVE WS-LOCK-PROGRAM TO LJ-PROGRAM
           MOVE ZERO TO LJ-REVERSES-ID
           MOVE WS-DTL-IMAGE TO LJ-AFTER-IMAGE
           CALL "AOC-LEDGER-JRNL" USING WS-LJ-PARMS
           IF LJ-RETURN-CODE = ZERO
               ADD 1 TO WS-JOURNALED-COUNT
           ELSE
               ADD 1 TO WS-UNJOURNALED-COUNT
               DISPLAY "  *** change above NOT journaled - see the "
                   "log ***"
           END-IF.

       APPEND-HISTORY-RECORD.
      * Every promoted answer leaves an audit-trail entry in the
      * target's run history, so AOC-AUDIT's reconciliation never
               MOVE XP-INPUT-RECORDS TO AR-INPUT-RECORDS
               MOVE XP-INPUT-BYTE-SUM TO AR-INPUT-BYTE-SUM
               MOVE XP-SEASON-YEAR TO AR-SEASON-YEAR
               MOVE XP-PARTICIPANT TO AR-PARTICIPANT
               WRITE AOC-RESULT-RECORD
               CLOSE AOC-RESULTS-FILE
           ELSE
               DISPLAY "  Added               : " WS-ADDED-COUNT
               DISPLAY "  Replaced            : " WS-REPLACED-COUNT
               DISPLAY "  Rejected            : " WS-REJECTED-COUNT
               DISPLAY "  Changes journaled   : " WS-JOURNALED-COUNT
               IF WS-UNJOURNALED-COUNT > ZERO
                   DISPLAY "  NOT journaled       : "
                       WS-UNJOURNALED-COUNT
               END-IF
           END-IF
           IF WS-EXIT-RC NOT = ZERO
               DISPLAY "  *** ENDED RC " WS-EXIT-RC " - see "
