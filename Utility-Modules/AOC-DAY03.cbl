      * part number totalled into Part 1, and every "*" whose
      * GRID-NEIGHBORS touch exactly two distinct runs contributes
      * its gear ratio to Part 2.
      * Update: with SOL-TRACE on, the solver writes its working
      * through AOC-TRACE - a NUMBER-RUN record per number found
      * (its columns, value and whether it counted as a part
      * number) and a GEAR record per "*" (how many distinct runs
      * it touches and the ratio when it is a gear). The line
      * number is the grid row.
      * Update: a traced run also prints the schematic through
      * GRID-PRINT to <season>-DAY03-GRID.TXT - one snapshot with
      * every digit of every part number marked, one with every
      * gear "*" shown as "@" - so a miscounted number can be found
      * by eye instead of in the raw input.
      * Update: the grid file is named from SOL-FILE-PREFIX, so each
      * participant's run writes its own
      * (2023-JSMITH-DAY03-...) instead of overwriting the last.
      * Update: the GRID-PRINT parameter block is declared from
      * GRID-PRINT.cpy, the copy GRID-PRINT itself is built with.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-GEAR-RATIO             PIC 9(18).
       01 WS-K                      PIC 9(4).

      * AOC-TRACE interface - only used when the runner has switched
      * SOL-TRACE on.
       01 WS-TRACE-PARMS.
           COPY "AOC-TRACE.cpy".
       01 WS-TRACE-NUMBER           PIC Z(17)9.

      * GRID-PRINT interface - the traced run's grid snapshots.
       01 WS-GP-PARMS.
           COPY "GRID-PRINT.cpy".
       01 WS-GP-HIGHLIGHT-TABLE.
          05 WS-GP-HIGHLIGHT OCCURS 40000 TIMES.
             10 WS-GP-HL-ROW        PIC 9(3).
             10 WS-GP-HL-COL        PIC 9(3).

       LINKAGE SECTION.
       01 LS-SOLVER-PARMS.
           COPY "AOC-SOLVER.cpy".
           IF WS-RUN-OVERFLOW = "YES"
               MOVE 8 TO SOL-RETURN-CODE
           ELSE
               MOVE ZERO TO GP-HIGHLIGHT-COUNT
               PERFORM SCORE-PART-NUMBERS
               IF SOL-TRACE = "YES"
                   MOVE ZERO TO GP-PAGE-WIDTH
                   MOVE "OPEN " TO GP-FUNCTION
                   MOVE SPACES TO GP-FILENAME
                   STRING SOL-FILE-PREFIX DELIMITED BY SPACE
                       "DAY03-GRID.TXT" DELIMITED BY SIZE
                       INTO GP-FILENAME
                   PERFORM CALL-GRID-PRINT
                   MOVE "Part 1 - digits of part numbers marked"
                       TO GP-TITLE
                   MOVE "M" TO GP-HIGHLIGHT-MODE
                   MOVE "^" TO GP-HIGHLIGHT-CHAR
                   MOVE "SNAP " TO GP-FUNCTION
                   PERFORM CALL-GRID-PRINT
                   MOVE ZERO TO GP-HIGHLIGHT-COUNT
               END-IF
               PERFORM SCORE-GEAR-RATIOS
               IF SOL-TRACE = "YES"
                   MOVE "Part 2 - gears shown as '@'" TO GP-TITLE
                   MOVE "R" TO GP-HIGHLIGHT-MODE
                   MOVE "@" TO GP-HIGHLIGHT-CHAR
                   MOVE "SNAP " TO GP-FUNCTION
                   PERFORM CALL-GRID-PRINT
                   MOVE "CLOSE" TO GP-FUNCTION
                   PERFORM CALL-GRID-PRINT
               END-IF
           END-IF.

       CALL-GRID-PRINT.
           CALL "GRID-PRINT" USING WS-GP-PARMS WS-GRID-TABLE
               WS-GRID-ROW-COUNT WS-GRID-COLUMN-COUNT
               WS-GP-HIGHLIGHT-TABLE.

       NOTE-HIGHLIGHT-CELL.
           IF GP-HIGHLIGHT-COUNT < 40000
               ADD 1 TO GP-HIGHLIGHT-COUNT
               MOVE WS-SCAN-ROW TO WS-GP-HL-ROW (GP-HIGHLIGHT-COUNT)
               MOVE WS-SCAN-COL TO WS-GP-HL-COL (GP-HIGHLIGHT-COUNT)
           END-IF.

       COLLECT-NUMBER-RUNS.
                           MOVE "YES" TO SOL-ANSWER-OVERFLOW
                   END-ADD
               END-IF
               IF SOL-TRACE = "YES"
                   PERFORM TRACE-NUMBER-RUN
               END-IF
           END-PERFORM.

       TRACE-NUMBER-RUN.
           MOVE WS-RUN-ROW (WS-RUN-IDX) TO TRC-LINE-NUMBER
           MOVE "NUMBER-RUN" TO TRC-STAGE
           MOVE WS-RUN-VALUE (WS-RUN-IDX) TO WS-TRACE-NUMBER
           MOVE SPACES TO TRC-VALUES
           STRING "cols=" WS-RUN-CSTART (WS-RUN-IDX)
               "-" WS-RUN-CEND (WS-RUN-IDX)
               " value=" FUNCTION TRIM (WS-TRACE-NUMBER)
               " part=" WS-RUN-IS-PART
               DELIMITED BY SIZE INTO TRC-VALUES
           PERFORM WRITE-TRACE-RECORD
           IF WS-RUN-IS-PART = "YES"
               MOVE WS-RUN-ROW (WS-RUN-IDX) TO WS-SCAN-ROW
               PERFORM NOTE-HIGHLIGHT-CELL
                   VARYING WS-SCAN-COL
                   FROM WS-RUN-CSTART (WS-RUN-IDX) BY 1
                   UNTIL WS-SCAN-COL > WS-RUN-CEND (WS-RUN-IDX)
           END-IF.

       CHECK-CELL-FOR-SYMBOL.
           CALL "GRID-NEIGHBORS" USING WS-GRID-TABLE
               WS-GRID-ROW-COUNT WS-GRID-COLUMN-COUNT
               ADD WS-GEAR-RATIO TO SOL-PART2-ANSWER
                   ON SIZE ERROR MOVE "YES" TO SOL-ANSWER-OVERFLOW
               END-ADD
           ELSE
               MOVE ZERO TO WS-GEAR-RATIO
           END-IF
           IF SOL-TRACE = "YES"
               MOVE WS-SCAN-ROW TO TRC-LINE-NUMBER
               MOVE "GEAR" TO TRC-STAGE
               MOVE WS-GEAR-RATIO TO WS-TRACE-NUMBER
               MOVE SPACES TO TRC-VALUES
               STRING "col=" WS-SCAN-COL
                   " adjacent-runs=" WS-GEAR-RUN-COUNT
                   " ratio=" FUNCTION TRIM (WS-TRACE-NUMBER)
                   DELIMITED BY SIZE INTO TRC-VALUES
               PERFORM WRITE-TRACE-RECORD
               IF WS-GEAR-RUN-COUNT = 2
                   PERFORM NOTE-HIGHLIGHT-CELL
               END-IF
           END-IF.

       NOTE-ADJACENT-RUN.
               END-IF
           END-IF.

       WRITE-TRACE-RECORD.
           MOVE "PUT " TO TRC-FUNCTION
           CALL "AOC-TRACE" USING WS-TRACE-PARMS.

       END PROGRAM AOC-DAY03.
