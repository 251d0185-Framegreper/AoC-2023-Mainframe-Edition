      * Update: serializes on the AOC-LOCK ledger lock around the
      * history reads, so the trend report can never read a file a
      * PURGE or archive cut is rewriting underneath it.
      * Update: reported per participant (AOC-ROSTER) - the trend
      * lines and latest-run total for AOC-PARTICIPANT alone when it
      * is set, otherwise (or ALL) for the installation's own
      * participant and then each roster participant that has runs
      * in the season.
      * History records that predate the participant column belong
      * to the installation's own participant. A participant not on
      * the roster ends the report RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-STATS.
       01 WS-I                      PIC 9(4).
       01 WS-SEASON-TOTAL           PIC 9(8)V9(2) VALUE ZERO.
       01 WS-FLAGGED-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-PARTICIPANT-FLAGGED    PIC 9(2) VALUE ZERO.
       01 WS-PARTICIPANT-RUNS       PIC 9(4) VALUE ZERO.

      * The participants reported - entry 1 is the installation's
      * own (blank) participant unless AOC-PARTICIPANT names one.
       01 WS-PARTICIPANT            PIC X(8) VALUE SPACES.
       01 WS-SCOPE-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-SCOPE-TABLE.
          05 WS-SCOPE-ENTRY OCCURS 21 TIMES INDEXED BY WS-SC-IDX.
             10 WS-SC-CODE           PIC X(8).
             10 WS-SC-NAME           PIC X(30).
       01 WS-RO-IDX                 PIC 9(2).

      * AOC-ROSTER interface - who the report is for.
       01 WS-RO-PARMS.
           COPY "AOC-ROSTER.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-RESULTS-FILENAME
           PERFORM RESOLVE-THRESHOLD
           PERFORM RESOLVE-SEASON-YEAR
           PERFORM RESOLVE-PARTICIPANT-SCOPE
           IF WS-EXIT-RC NOT = ZERO
               MOVE WS-EXIT-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ACQUIRE-LEDGER-LOCK
           IF WS-LOCK-HELD NOT = "YES"
               MOVE 12 TO WS-EXIT-RC
                   WS-RESULTS-FILE-STATUS ")"
               MOVE 12 TO WS-EXIT-RC
           ELSE
               PERFORM PRINT-STATS-REPORT
               IF WS-FLAGGED-COUNT > ZERO
                   MOVE 4 TO WS-EXIT-RC
               MOVE WS-ARG-VALUE TO WS-THRESHOLD-SECONDS
           END-IF.

       RESOLVE-PARTICIPANT-SCOPE.
      * AOC-PARTICIPANT set: that participant alone, checked against
      * the roster. Not set, or ALL: the installation's own
      * participant and then everyone on the roster.
           ACCEPT WS-ARG-VALUE FROM ENVIRONMENT "AOC-PARTICIPANT"
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           MOVE "AOC-STATS" TO RO-PROGRAM
           MOVE WS-SEASON-YEAR TO RO-SEASON-YEAR
           IF WS-ARG-VALUE NOT = SPACES
               AND FUNCTION UPPER-CASE (WS-ARG-VALUE (1:4)) NOT = "ALL "
               MOVE "RSLV" TO RO-FUNCTION
               CALL "AOC-ROSTER" USING WS-RO-PARMS
               IF RO-RETURN-CODE NOT = ZERO
                   DISPLAY "AOC-STATS: participant '"
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

       ACQUIRE-LEDGER-LOCK.
      * Serialize against every other program that opens the shared
      * ledger files - AOC-LOCK waits, logs who holds it, and times
               IF WK-DAY-NUMBER >= 1 AND WK-DAY-NUMBER <= 25
                   AND WK-PART-NUMBER = 2
                   AND WS-RECORD-SEASON = WS-SEASON-YEAR
                   AND WK-PARTICIPANT = WS-PARTICIPANT
      * One logical run writes a part-1 and a part-2 entry carrying
      * the same elapsed time; counting the part-2 entry alone keeps
      * each run counted once. File order is run order, so the last
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-SEASON-TOTAL
           MOVE ZERO TO WS-PARTICIPANT-FLAGGED
           MOVE ZERO TO WS-PARTICIPANT-RUNS
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 25
               IF WS-DS-RUN-COUNT (WS-DAY-IDX) > ZERO
                   ADD WS-DS-RUN-COUNT (WS-DAY-IDX)
                       TO WS-PARTICIPANT-RUNS
                   ADD WS-DS-LATEST-ELAPSED (WS-DAY-IDX)
                       TO WS-SEASON-TOTAL
                   IF WS-DS-LATEST-ELAPSED (WS-DAY-IDX)
                       > WS-THRESHOLD-SECONDS
                       MOVE "YES" TO WS-DS-OVER-LIMIT (WS-DAY-IDX)
                       ADD 1 TO WS-PARTICIPANT-FLAGGED
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
               END-IF
           DISPLAY "  Threshold : " WS-THRESHOLD-SECONDS " seconds"
           DISPLAY "  Run date  : " WS-REPORT-TIMESTAMP
           DISPLAY "============================================"
           MOVE ZERO TO WS-FLAGGED-COUNT
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SCOPE-COUNT
               MOVE WS-SC-CODE (WS-SC-IDX) TO WS-PARTICIPANT
               PERFORM ROLL-UP-DAY-STATS
               PERFORM PRINT-PARTICIPANT-STATS
           END-PERFORM
           DISPLAY "  ------------------------------------------"
           IF WS-FLAGGED-COUNT > ZERO
               DISPLAY "  *** " WS-FLAGGED-COUNT " day(s) over the "
                   "threshold - see OVER flags above ***"
           DISPLAY "END OF TREND REPORT"
           DISPLAY "============================================".

       PRINT-PARTICIPANT-STATS.
      * A roster participant with no runs this season gets no block;
      * the single or own participant always does.
           IF WS-PARTICIPANT-RUNS > ZERO OR WS-SC-IDX = 1
               IF WS-PARTICIPANT = SPACES
                   DISPLAY "  Participant: (default)"
               ELSE
                   DISPLAY "  Participant: " WS-PARTICIPANT " "
                       FUNCTION TRIM (WS-SC-NAME (WS-SC-IDX))
               END-IF
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 25
                   IF WS-DS-RUN-COUNT (WS-DAY-IDX) > ZERO
                       PERFORM PRINT-ONE-DAY-STATS
                   END-IF
               END-PERFORM
               DISPLAY "  Season total (latest runs) : "
                   WS-SEASON-TOTAL " seconds"
               IF WS-PARTICIPANT-FLAGGED > ZERO
                   DISPLAY "  " WS-PARTICIPANT-FLAGGED " day(s) "
                       "over the threshold for this participant"
               END-IF
           END-IF.

       PRINT-ONE-DAY-STATS.
           SET WS-DAY-NO TO WS-DAY-IDX
           DISPLAY "  Day " WS-DAY-NO " - " WS-DS-RUN-COUNT
               PERFORM RESOLVE-RECORD-SEASON
               IF WK-DAY-NUMBER = WS-DAY-NO AND WK-PART-NUMBER = 2
                   AND WS-RECORD-SEASON = WS-SEASON-YEAR
                   AND WK-PARTICIPANT = WS-PARTICIPANT
                   DISPLAY "        run at "
                       WK-RUN-TIMESTAMP (1:14) " : "
                       WK-ELAPSED-SECONDS " sec"
