      * support, and runs its difference table through SEQUENCE-DIFF;
      * the forward extrapolations sum into Part 1 and the backward
      * ones into Part 2, signed end to end.
      * Update: with SOL-TRACE on, every history line writes its
      * difference table through AOC-TRACE - one DIFF-ROW record per
      * row (row 00 is the history itself; a row too long for one
      * record continues on the next, marked "+") and an EXTRAPOLATE
      * record with the forward and backward values. SEQUENCE-DIFF
      * hands back only the extrapolations, so the rows are rebuilt
      * here for the trace alone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-SD-RETURN-CODE         PIC 99.
       01 WS-D9-K                   PIC 9(3).

      * AOC-TRACE interface - only used when the runner has switched
      * SOL-TRACE on. The trace's own copy of the difference row is
      * reduced in place, the way SEQUENCE-DIFF reduces its own.
       01 WS-TRACE-PARMS.
           COPY "AOC-TRACE.cpy".
       01 WS-TRACE-ROW-TABLE.
          05 WS-TRACE-ROW-VALUE     PIC S9(18) OCCURS 100 TIMES.
       01 WS-TRACE-ROW-LEN          PIC 9(3).
       01 WS-TRACE-ROW-NO           PIC 9(2).
       01 WS-TRACE-ROWS-DONE        PIC X(3).
       01 WS-TRACE-ALL-ZERO         PIC X(3).
       01 WS-TRACE-POINTER          PIC 9(3).
       01 WS-TRACE-NUMBER           PIC -(18)9.
       01 WS-TRACE-NUMBER2          PIC -(18)9.

       LINKAGE SECTION.
       01 LS-SOLVER-PARMS.
           COPY "AOC-SOLVER.cpy".
           CALL "SEQUENCE-DIFF" USING WS-SD-VALUE-TABLE
               WS-SD-VALUE-COUNT WS-SD-NEXT-VALUE WS-SD-PRIOR-VALUE
               WS-SD-RETURN-CODE
           IF SOL-TRACE = "YES"
               PERFORM D9-TRACE-DIFF-TABLE
           END-IF
           EVALUATE WS-SD-RETURN-CODE
               WHEN ZERO
                   ADD WS-SD-NEXT-VALUE TO SOL-PART1-ANSWER
                   PERFORM D9-FLAG-LINE-FAILURE
           END-EVALUATE.

       D9-TRACE-DIFF-TABLE.
           MOVE WS-PHYSICAL-LINE-NO TO TRC-LINE-NUMBER
           MOVE WS-SD-VALUE-COUNT TO WS-TRACE-ROW-LEN
           IF WS-TRACE-ROW-LEN > 100
               MOVE 100 TO WS-TRACE-ROW-LEN
           END-IF
           PERFORM VARYING WS-D9-K FROM 1 BY 1
               UNTIL WS-D9-K > WS-TRACE-ROW-LEN
               MOVE WS-SD-VALUE (WS-D9-K)
                   TO WS-TRACE-ROW-VALUE (WS-D9-K)
           END-PERFORM
           MOVE ZERO TO WS-TRACE-ROW-NO
           MOVE "NO " TO WS-TRACE-ROWS-DONE
           PERFORM D9-TRACE-ONE-ROW
               UNTIL WS-TRACE-ROWS-DONE = "YES"
           MOVE "EXTRAPOLATE" TO TRC-STAGE
           MOVE SPACES TO TRC-VALUES
           MOVE WS-SD-NEXT-VALUE TO WS-TRACE-NUMBER
           MOVE WS-SD-PRIOR-VALUE TO WS-TRACE-NUMBER2
           STRING "rc=" WS-SD-RETURN-CODE
               " next=" FUNCTION TRIM (WS-TRACE-NUMBER)
               " prior=" FUNCTION TRIM (WS-TRACE-NUMBER2)
               DELIMITED BY SIZE INTO TRC-VALUES
           PERFORM WRITE-TRACE-RECORD.

       D9-TRACE-ONE-ROW.
      * Write the current row, then reduce it to the next one - the
      * table ends on an all-zero row, a single value, or a
      * difference past 18 digits (which SEQUENCE-DIFF reports as
      * RC 4 on the EXTRAPOLATE record).
           MOVE "DIFF-ROW" TO TRC-STAGE
           MOVE SPACES TO TRC-VALUES
           MOVE 1 TO WS-TRACE-POINTER
           STRING "row=" WS-TRACE-ROW-NO " len=" WS-TRACE-ROW-LEN ":"
               DELIMITED BY SIZE INTO TRC-VALUES
               WITH POINTER WS-TRACE-POINTER
           MOVE "YES" TO WS-TRACE-ALL-ZERO
           PERFORM VARYING WS-D9-K FROM 1 BY 1
               UNTIL WS-D9-K > WS-TRACE-ROW-LEN
               PERFORM D9-TRACE-ADD-VALUE
               IF WS-TRACE-ROW-VALUE (WS-D9-K) NOT = ZERO
                   MOVE "NO " TO WS-TRACE-ALL-ZERO
               END-IF
           END-PERFORM
           PERFORM WRITE-TRACE-RECORD
           IF WS-TRACE-ALL-ZERO = "YES" OR WS-TRACE-ROW-LEN < 2
               MOVE "YES" TO WS-TRACE-ROWS-DONE
           ELSE
               PERFORM VARYING WS-D9-K FROM 1 BY 1
                   UNTIL WS-D9-K >= WS-TRACE-ROW-LEN
                   OR WS-TRACE-ROWS-DONE = "YES"
                   COMPUTE WS-TRACE-ROW-VALUE (WS-D9-K) =
                       WS-TRACE-ROW-VALUE (WS-D9-K + 1)
                       - WS-TRACE-ROW-VALUE (WS-D9-K)
                       ON SIZE ERROR
                           MOVE "YES" TO WS-TRACE-ROWS-DONE
                   END-COMPUTE
               END-PERFORM
               SUBTRACT 1 FROM WS-TRACE-ROW-LEN
               ADD 1 TO WS-TRACE-ROW-NO
           END-IF.

       D9-TRACE-ADD-VALUE.
      * A value that would not fit in what is left of the record
      * closes it; the row carries on in a "+" continuation record.
           MOVE WS-TRACE-ROW-VALUE (WS-D9-K) TO WS-TRACE-NUMBER
           IF WS-TRACE-POINTER > 180
               PERFORM WRITE-TRACE-RECORD
               MOVE SPACES TO TRC-VALUES
               MOVE 1 TO WS-TRACE-POINTER
               STRING "row=" WS-TRACE-ROW-NO "+" WS-D9-K ":"
                   DELIMITED BY SIZE INTO TRC-VALUES
                   WITH POINTER WS-TRACE-POINTER
           END-IF
           STRING " " FUNCTION TRIM (WS-TRACE-NUMBER)
               DELIMITED BY SIZE INTO TRC-VALUES
               WITH POINTER WS-TRACE-POINTER.

       WRITE-TRACE-RECORD.
           MOVE "PUT " TO TRC-FUNCTION
           CALL "AOC-TRACE" USING WS-TRACE-PARMS.

       END PROGRAM AOC-DAY09.
