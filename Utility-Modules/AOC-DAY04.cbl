      * trail - one line per card with the matched winning numbers,
      * points, and final copy count - that finds one mis-scored card
      * in a 200-card input in minutes.
      * Update: with SOL-TRACE on, every scored card also writes a
      * CARD record through AOC-TRACE as it is scored - matches,
      * points, the card's copy count at that moment (already
      * final, since only earlier cards cascade into it) and the
      * cards its matches win copies of.
      * Update: the card report is named from SOL-FILE-PREFIX, so each
      * participant's run writes its own
      * (2023-JSMITH-DAY04-...) instead of overwriting the last.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-PART1-DISPLAY           PIC -9(18).
       01 WS-PART2-DISPLAY           PIC -9(18).

      * AOC-TRACE interface - only used when the runner has switched
      * SOL-TRACE on.
       01 WS-TRACE-PARMS.
           COPY "AOC-TRACE.cpy".
       01 WS-TRACE-NUMBER            PIC Z(17)9.
       01 WS-TRACE-COPIES            PIC Z(5)9.
       01 WS-TRACE-POINTER           PIC 9(3).

       LINKAGE SECTION.
       01 LS-SOLVER-PARMS.
           COPY "AOC-SOLVER.cpy".
               ON SIZE ERROR MOVE "YES" TO SOL-ANSWER-OVERFLOW
           END-ADD
           PERFORM CAPTURE-CARD-DETAIL
           PERFORM CASCADE-CARD-COPIES
           IF SOL-TRACE = "YES"
               PERFORM TRACE-CARD
           END-IF.

       TRACE-CARD.
           MOVE WS-PHYSICAL-LINE-NO TO TRC-LINE-NUMBER
           MOVE "CARD" TO TRC-STAGE
           MOVE WS-CARD-POINTS TO WS-TRACE-NUMBER
           MOVE SPACES TO TRC-VALUES
           MOVE 1 TO WS-TRACE-POINTER
           STRING "matches=" WS-COMPARE-MATCH-COUNT
               " points=" FUNCTION TRIM (WS-TRACE-NUMBER)
               DELIMITED BY SIZE INTO TRC-VALUES
               WITH POINTER WS-TRACE-POINTER
           IF WS-PHYSICAL-LINE-NO <= 500
               MOVE WS-CARD-COPIES (WS-PHYSICAL-LINE-NO)
                   TO WS-TRACE-COPIES
               STRING " copies=" FUNCTION TRIM (WS-TRACE-COPIES)
                   DELIMITED BY SIZE INTO TRC-VALUES
                   WITH POINTER WS-TRACE-POINTER
               IF WS-COMPARE-MATCH-COUNT > ZERO
                   STRING " wins-cards=" WS-CASCADE-START
                       "-" WS-CASCADE-END
                       DELIMITED BY SIZE INTO TRC-VALUES
                       WITH POINTER WS-TRACE-POINTER
               END-IF
           ELSE
               STRING " copies=untracked (past card 500)"
                   DELIMITED BY SIZE INTO TRC-VALUES
                   WITH POINTER WS-TRACE-POINTER
           END-IF
           MOVE "PUT " TO TRC-FUNCTION
           CALL "AOC-TRACE" USING WS-TRACE-PARMS.

       CAPTURE-CARD-DETAIL.
      * Keep what the audit needs: how many matches, which winning

       WRITE-CARD-REPORT.
           MOVE SPACES TO WS-CARD-REPORT-FILENAME
           STRING SOL-FILE-PREFIX DELIMITED BY SPACE
               "DAY" SOL-DAY-NUMBER "-CARD-REPORT.TXT"
               DELIMITED BY SIZE INTO WS-CARD-REPORT-FILENAME
           OPEN OUTPUT CARD-REPORT-FILE
           IF WS-CARD-REPORT-STATUS NOT = "00"
