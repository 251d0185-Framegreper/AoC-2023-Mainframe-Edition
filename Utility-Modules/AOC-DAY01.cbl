      * first/last combination serves both parts - "eightwo" yields
      * both the 8 and the 2, exactly what the calibration rules
      * want.
      * Update: with SOL-TRACE on, every calibration line writes a
      * CALIBRATION trace record through AOC-TRACE - digit count,
      * first and last digit, the line's value and the running
      * total - so a wrong sum can be followed to the line that
      * produced it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-DIGIT-RETURN-CODE      PIC 99.
       01 WS-CALIBRATION-VALUE      PIC 9(2).

      * AOC-TRACE interface - only used when the runner has switched
      * SOL-TRACE on.
       01 WS-TRACE-PARMS.
           COPY "AOC-TRACE.cpy".
       01 WS-TRACE-FIRST            PIC 9.
       01 WS-TRACE-TOTAL            PIC -(18)9.

       LINKAGE SECTION.
       01 LS-SOLVER-PARMS.
           COPY "AOC-SOLVER.cpy".
                       ON SIZE ERROR
                           MOVE "YES" TO SOL-ANSWER-OVERFLOW
                   END-ADD
                   IF SOL-TRACE = "YES"
                       PERFORM TRACE-CALIBRATION-LINE
                   END-IF
               END-IF
           END-IF.

       TRACE-CALIBRATION-LINE.
           SET WS-DIGIT-IDX TO 1
           MOVE WS-DIGIT (WS-DIGIT-IDX) TO WS-TRACE-FIRST
           SET WS-DIGIT-IDX TO WS-DIGIT-COUNT
           MOVE SOL-PART1-ANSWER TO WS-TRACE-TOTAL
           MOVE "CALIBRATION" TO TRC-STAGE
           MOVE SPACES TO TRC-VALUES
           STRING "digits=" WS-DIGIT-COUNT
               " first=" WS-TRACE-FIRST
               " last=" WS-DIGIT (WS-DIGIT-IDX)
               " value=" WS-CALIBRATION-VALUE
               " total=" FUNCTION TRIM (WS-TRACE-TOTAL)
               DELIMITED BY SIZE INTO TRC-VALUES
           PERFORM WRITE-TRACE-RECORD.

       WRITE-TRACE-RECORD.
           MOVE WS-PHYSICAL-LINE-NO TO TRC-LINE-NUMBER
           MOVE "PUT " TO TRC-FUNCTION
           CALL "AOC-TRACE" USING WS-TRACE-PARMS.

       END PROGRAM AOC-DAY01.
