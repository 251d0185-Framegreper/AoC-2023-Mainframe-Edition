      * One bad almanac record makes every later translation wrong,
      * so unlike Day 4's skip-the-card convention a Day 5 parse
      * failure fails the whole day.
      * Update: with SOL-TRACE on, the solver writes its working
      * through AOC-TRACE - a MAP-LOAD record per stored triple, a
      * SEED-MAP record per seed showing its value after each of
      * the seven maps in turn, and a RANGE-MAP record per map in
      * Part 2 with the range counts in and out and the lowest
      * start so far. The line number is the almanac record number
      * (the seed list is record 1).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-D5-MIN-LOCATION        PIC S9(18).
       01 WS-D5-FAILED              PIC X(3).

      * AOC-TRACE interface - only used when the runner has switched
      * SOL-TRACE on.
       01 WS-TRACE-PARMS.
           COPY "AOC-TRACE.cpy".
       01 WS-TRACE-POINTER          PIC 9(3).
       01 WS-TRACE-NUMBER           PIC -(18)9.
       01 WS-TRACE-MAP-NO           PIC 9(2).
       01 WS-TRACE-IN-COUNT         PIC 9(3).
       01 WS-TRACE-LOWEST           PIC S9(18).

       LINKAGE SECTION.
       01 LS-SOLVER-PARMS.
           COPY "AOC-SOLVER.cpy".
           CALL "RANGE-MAPPER" USING WS-RM-PARMS
               WS-RM-RANGE-IN-TABLE WS-RM-RANGE-IN-COUNT
               WS-RM-RANGE-OUT-TABLE WS-RM-RANGE-OUT-COUNT
           IF SOL-TRACE = "YES"
               PERFORM D5-TRACE-TRIPLE
           END-IF
           IF WS-RM-RETURN-CODE NOT = ZERO
      * A triple RANGE-MAPPER could not store means a map missing
      * ranges - every translation through it would be wrong.
               IF WS-RM-VALUE-OUT < WS-D5-MIN-LOCATION
                   MOVE WS-RM-VALUE-OUT TO WS-D5-MIN-LOCATION
               END-IF
               IF SOL-TRACE = "YES"
                   PERFORM D5-TRACE-SEED
               END-IF
           END-PERFORM
           MOVE WS-D5-MIN-LOCATION TO SOL-PART1-ANSWER.

       D5-MAP-RANGES-ONCE.
           MOVE "RMAP " TO WS-RM-FUNCTION
           MOVE WS-D5-MAP-NO TO WS-RM-MAP-NO
           MOVE WS-RM-RANGE-IN-COUNT TO WS-TRACE-IN-COUNT
           CALL "RANGE-MAPPER" USING WS-RM-PARMS
               WS-RM-RANGE-IN-TABLE WS-RM-RANGE-IN-COUNT
               WS-RM-RANGE-OUT-TABLE WS-RM-RANGE-OUT-COUNT
           IF SOL-TRACE = "YES"
               PERFORM D5-TRACE-RANGES
           END-IF
           IF WS-RM-RETURN-CODE NOT = ZERO
               OR WS-RM-RANGE-OUT-COUNT > 100
      * More pieces than the next map's input table holds (or than
               END-PERFORM
           END-IF.

       D5-TRACE-TRIPLE.
           MOVE WS-D5-REC-NO TO TRC-LINE-NUMBER
           MOVE "MAP-LOAD" TO TRC-STAGE
           MOVE SPACES TO TRC-VALUES
           MOVE 1 TO WS-TRACE-POINTER
           STRING "map=" WS-RM-MAP-NO " rc=" WS-RM-RETURN-CODE
               DELIMITED BY SIZE INTO TRC-VALUES
               WITH POINTER WS-TRACE-POINTER
           MOVE WS-RM-DEST-START TO WS-TRACE-NUMBER
           STRING " dest=" FUNCTION TRIM (WS-TRACE-NUMBER)
               DELIMITED BY SIZE INTO TRC-VALUES
               WITH POINTER WS-TRACE-POINTER
           MOVE WS-RM-SRC-START TO WS-TRACE-NUMBER
           STRING " src=" FUNCTION TRIM (WS-TRACE-NUMBER)
               DELIMITED BY SIZE INTO TRC-VALUES
               WITH POINTER WS-TRACE-POINTER
           MOVE WS-RM-LENGTH TO WS-TRACE-NUMBER
           STRING " len=" FUNCTION TRIM (WS-TRACE-NUMBER)
               DELIMITED BY SIZE INTO TRC-VALUES
               WITH POINTER WS-TRACE-POINTER
           PERFORM WRITE-TRACE-RECORD.

       D5-TRACE-SEED.
      * The seed is walked again one map at a time with MAP1 purely
      * for the trace - the answer came from CHAIN above, and the
      * last value here is the same location.
           MOVE 1 TO TRC-LINE-NUMBER
           MOVE "SEED-MAP" TO TRC-STAGE
           MOVE SPACES TO TRC-VALUES
           MOVE 1 TO WS-TRACE-POINTER
           MOVE WS-SEED (WS-D5-K) TO WS-TRACE-NUMBER
           STRING "seed#" WS-D5-K "=" FUNCTION TRIM (WS-TRACE-NUMBER)
               DELIMITED BY SIZE INTO TRC-VALUES
               WITH POINTER WS-TRACE-POINTER
           MOVE WS-SEED (WS-D5-K) TO WS-RM-VALUE-OUT
           PERFORM VARYING WS-TRACE-MAP-NO FROM 1 BY 1
               UNTIL WS-TRACE-MAP-NO > 7
               MOVE "MAP1 " TO WS-RM-FUNCTION
               MOVE WS-TRACE-MAP-NO TO WS-RM-MAP-NO
               MOVE WS-RM-VALUE-OUT TO WS-RM-VALUE-IN
               CALL "RANGE-MAPPER" USING WS-RM-PARMS
                   WS-RM-RANGE-IN-TABLE WS-RM-RANGE-IN-COUNT
                   WS-RM-RANGE-OUT-TABLE WS-RM-RANGE-OUT-COUNT
               MOVE WS-RM-VALUE-OUT TO WS-TRACE-NUMBER
               STRING " m" WS-TRACE-MAP-NO (2:1) "="
                   FUNCTION TRIM (WS-TRACE-NUMBER)
                   DELIMITED BY SIZE INTO TRC-VALUES
                   WITH POINTER WS-TRACE-POINTER
           END-PERFORM
           PERFORM WRITE-TRACE-RECORD.

       D5-TRACE-RANGES.
           MOVE 1 TO TRC-LINE-NUMBER
           MOVE "RANGE-MAP" TO TRC-STAGE
           MOVE SPACES TO TRC-VALUES
           MOVE 1 TO WS-TRACE-POINTER
           STRING "map=" WS-D5-MAP-NO " ranges-in=" WS-TRACE-IN-COUNT
               " ranges-out=" WS-RM-RANGE-OUT-COUNT
               " rc=" WS-RM-RETURN-CODE
               DELIMITED BY SIZE INTO TRC-VALUES
               WITH POINTER WS-TRACE-POINTER
           IF WS-RM-RETURN-CODE = ZERO
               MOVE 999999999999999999 TO WS-TRACE-LOWEST
               PERFORM VARYING WS-D5-K FROM 1 BY 1
                   UNTIL WS-D5-K > WS-RM-RANGE-OUT-COUNT
                   OR WS-D5-K > 200
                   IF WS-RM-OUT-LENGTH (WS-D5-K) > ZERO
                       AND WS-RM-OUT-START (WS-D5-K) < WS-TRACE-LOWEST
                       MOVE WS-RM-OUT-START (WS-D5-K)
                           TO WS-TRACE-LOWEST
                   END-IF
               END-PERFORM
               MOVE WS-TRACE-LOWEST TO WS-TRACE-NUMBER
               STRING " lowest-start=" FUNCTION TRIM (WS-TRACE-NUMBER)
                   DELIMITED BY SIZE INTO TRC-VALUES
                   WITH POINTER WS-TRACE-POINTER
           END-IF
           PERFORM WRITE-TRACE-RECORD.

       WRITE-TRACE-RECORD.
           MOVE "PUT " TO TRC-FUNCTION
           CALL "AOC-TRACE" USING WS-TRACE-PARMS.

       END PROGRAM AOC-DAY05.
