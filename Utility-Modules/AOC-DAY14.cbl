      * every resulting grid state banked in CYCLE-TRACKER until a
      * state repeats, then computes where inside that loop the
      * billionth spin lands and reads the banked state back.
      * Update: with SOL-TRACE on, the solver writes its working
      * through AOC-TRACE - TILT-NORTH with the Part 1 load, a SPIN
      * record per spin cycle (its load and banked step), a
      * CYCLE-HIT record when CYCLE-TRACKER recognises a banked
      * state, and a BILLION record with the cycle start, length
      * and the banked step read back. The line number is the spin
      * number (zero for Part 1).
      * Update: a traced run also prints the platform through
      * GRID-PRINT to <season>-DAY14-GRID.TXT - as loaded, after the
      * Part 1 tilt north, after every spin until the cycle closes,
      * and the banked state read back for the billionth spin - so
      * the rocks can be followed spin by spin.
      * Update: the grid file is named from SOL-FILE-PREFIX, so each
      * participant's run writes its own
      * (2023-JSMITH-DAY14-...) instead of overwriting the last.
      * Update: the GRID-PRINT parameter block is declared from
      * GRID-PRINT.cpy, the copy GRID-PRINT itself is built with;
      * the no-highlight settings are set before the OPEN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-D14-TARGET-SPINS       PIC 9(10) VALUE 1000000000.
       01 WS-D14-LOAD               PIC S9(18).

      * AOC-TRACE interface - only used when the runner has switched
      * SOL-TRACE on.
       01 WS-TRACE-PARMS.
           COPY "AOC-TRACE.cpy".
       01 WS-TRACE-NUMBER           PIC -(18)9.

      * GRID-PRINT interface - the traced run's grid snapshots. No
      * cell is highlighted; the snapshots are whole platforms.
       01 WS-GP-PARMS.
           COPY "GRID-PRINT.cpy".
       01 WS-GP-HIGHLIGHT-TABLE.
          05 WS-GP-HIGHLIGHT OCCURS 40000 TIMES.
             10 WS-GP-HL-ROW        PIC 9(3).
             10 WS-GP-HL-COL        PIC 9(3).
       01 WS-GP-SPIN-DISPLAY        PIC Z(5)9.

       LINKAGE SECTION.
       01 LS-SOLVER-PARMS.
           COPY "AOC-SOLVER.cpy".
      * detection. Any tilt or tracker failure fails the day - a
      * half-spun platform's load is not an answer.
           MOVE WS-GRID-TABLE TO WS-D14-SAVE-GRID
           IF SOL-TRACE = "YES"
               MOVE ZERO TO GP-PAGE-WIDTH
               MOVE "M" TO GP-HIGHLIGHT-MODE
               MOVE SPACE TO GP-HIGHLIGHT-CHAR
               MOVE ZERO TO GP-HIGHLIGHT-COUNT
               MOVE "OPEN " TO GP-FUNCTION
               MOVE SPACES TO GP-FILENAME
               STRING SOL-FILE-PREFIX DELIMITED BY SPACE
                   "DAY14-GRID.TXT" DELIMITED BY SIZE
                   INTO GP-FILENAME
               PERFORM D14-CALL-GRID-PRINT
               MOVE "Platform as loaded" TO GP-TITLE
               PERFORM D14-SNAP-GRID
           END-IF
           MOVE "N" TO WS-GT-EDGE
           PERFORM D14-CALL-TILT
           IF WS-D14-FAILED NOT = "YES"
               PERFORM D14-COMPUTE-LOAD
               MOVE WS-D14-LOAD TO SOL-PART1-ANSWER
               IF SOL-TRACE = "YES"
                   MOVE ZERO TO TRC-LINE-NUMBER
                   MOVE "TILT-NORTH" TO TRC-STAGE
                   MOVE WS-D14-LOAD TO WS-TRACE-NUMBER
                   MOVE SPACES TO TRC-VALUES
                   STRING "rows=" WS-GRID-ROW-COUNT
                       " cols=" WS-GRID-COLUMN-COUNT
                       " load=" FUNCTION TRIM (WS-TRACE-NUMBER)
                       DELIMITED BY SIZE INTO TRC-VALUES
                   PERFORM WRITE-TRACE-RECORD
                   MOVE "Part 1 - after one tilt north" TO GP-TITLE
                   PERFORM D14-SNAP-GRID
               END-IF
               MOVE WS-D14-SAVE-GRID TO WS-GRID-TABLE
               PERFORM D14-SPIN-TO-BILLION
               IF WS-D14-FAILED NOT = "YES"
           END-IF
           IF WS-D14-FAILED = "YES"
               MOVE 8 TO SOL-RETURN-CODE
           END-IF
           IF SOL-TRACE = "YES"
               MOVE "CLOSE" TO GP-FUNCTION
               PERFORM D14-CALL-GRID-PRINT
           END-IF.

       D14-SNAP-GRID.
           MOVE "SNAP " TO GP-FUNCTION
           PERFORM D14-CALL-GRID-PRINT.

       D14-CALL-GRID-PRINT.
           CALL "GRID-PRINT" USING WS-GP-PARMS WS-GRID-TABLE
               WS-GRID-ROW-COUNT WS-GRID-COLUMN-COUNT
               WS-GP-HIGHLIGHT-TABLE.

       D14-CALL-TILT.
           MOVE "TILT " TO WS-GT-FUNCTION
           CALL "GRID-TRANSFORM" USING WS-GT-FUNCTION WS-GRID-TABLE
                   PERFORM WRITE-LOG-MESSAGE
               ELSE
                   MOVE WS-CT-STATE TO WS-GRID-TABLE
                   IF SOL-TRACE = "YES"
                       PERFORM D14-TRACE-BILLION
                   END-IF
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "spin cycle found: start "
                       WS-D14-CYCLE-START " length "
                   IF WS-CT-SEEN-FLAG = "YES"
                       MOVE "YES" TO WS-D14-CYCLE-FOUND
                   END-IF
                   IF SOL-TRACE = "YES"
                       PERFORM D14-TRACE-SPIN
                   END-IF
               END-IF
           END-IF.

       D14-TRACE-SPIN.
      * The load is computed here for the trace alone - Part 2's
      * answer is taken from the banked state after the loop.
           PERFORM D14-COMPUTE-LOAD
           MOVE WS-D14-SPIN-NO TO TRC-LINE-NUMBER
           MOVE "SPIN" TO TRC-STAGE
           MOVE WS-D14-LOAD TO WS-TRACE-NUMBER
           MOVE SPACES TO TRC-VALUES
           STRING "banked-step=" WS-CT-STEP-NO
               " load=" FUNCTION TRIM (WS-TRACE-NUMBER)
               DELIMITED BY SIZE INTO TRC-VALUES
           PERFORM WRITE-TRACE-RECORD
           MOVE WS-D14-SPIN-NO TO WS-GP-SPIN-DISPLAY
           MOVE SPACES TO GP-TITLE
           STRING "Part 2 - after spin cycle "
               FUNCTION TRIM (WS-GP-SPIN-DISPLAY)
               DELIMITED BY SIZE INTO GP-TITLE
           PERFORM D14-SNAP-GRID
           IF WS-CT-SEEN-FLAG = "YES"
               MOVE "CYCLE-HIT" TO TRC-STAGE
               MOVE SPACES TO TRC-VALUES
               STRING "step=" WS-CT-STEP-NO
                   " repeats-banked-step=" WS-CT-SEEN-STEP
                   DELIMITED BY SIZE INTO TRC-VALUES
               PERFORM WRITE-TRACE-RECORD
           END-IF.

       D14-TRACE-BILLION.
      * Filed under the spin that closed the cycle.
           PERFORM D14-COMPUTE-LOAD
           COMPUTE TRC-LINE-NUMBER =
               WS-D14-CYCLE-START + WS-D14-CYCLE-LENGTH
           MOVE "BILLION" TO TRC-STAGE
           MOVE WS-D14-LOAD TO WS-TRACE-NUMBER
           MOVE SPACES TO TRC-VALUES
           STRING "cycle-start=" WS-D14-CYCLE-START
               " cycle-length=" WS-D14-CYCLE-LENGTH
               " offset=" WS-D14-OFFSET
               " banked-step=" WS-D14-TARGET-STEP
               " load=" FUNCTION TRIM (WS-TRACE-NUMBER)
               DELIMITED BY SIZE INTO TRC-VALUES
           PERFORM WRITE-TRACE-RECORD
           MOVE "Part 2 - billionth spin (banked state read back)"
               TO GP-TITLE
           PERFORM D14-SNAP-GRID.

       WRITE-TRACE-RECORD.
           MOVE "PUT " TO TRC-FUNCTION
           CALL "AOC-TRACE" USING WS-TRACE-PARMS.

       D14-COMPUTE-LOAD.
      * Each movable rock contributes the number of rows from its
      * row to the south edge, inclusive.
