      ******************************************************************
      * Author:
      * Date:
      * Purpose: Day 19 solver - the part-sorting workflows.
      * Dispatched by AOC-RUNNER's solver registry through the
      * AOC-SOLVER.cpy parameter block.
      * SECTION-READER loads the two blank-line-separated sections:
      * the workflows ("px{a<2006:qkq,m>2090:A,rfg}") and the part
      * ratings ("{x=787,m=2655,a=1222,s=2876}"). Every workflow
      * record is handed to RULE-ENGINE, which compiles it and files
      * it by name through KEYED-LOOKUP, and the set is then linked.
      * Part 1 evaluates each part from workflow "in" and adds up the
      * four ratings of every part accepted. Part 2 splits the whole
      * block of ratings, 1 to 4000 in each of x, m, a and s, through
      * the workflow graph and counts the combinations accepted.
      * The workflows are one program, so a workflow record that does
      * not compile, a name defined twice or a rule that sends parts
      * to a workflow that does not exist fails the whole day - every
      * answer depends on every rule. The ratings are independent
      * parts: a rating line that does not fit "{x=..,m=..,a=..,s=..}"
      * is skipped with a warning, the way Day 9 skips a bad history.
      * With SOL-TRACE on, the loaded set writes a WORKFLOWS record,
      * every part a PART record (its ratings and verdict) and Part 2
      * a SPLIT record with the combinations accepted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY19.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * AOC-LOGGER interface.
       01 WS-LOG-PROGRAM-NAME       PIC X(16) VALUE "AOC-DAY19".
       01 WS-LOG-SEVERITY           PIC X(1).
       01 WS-LOG-MESSAGE            PIC X(120).
       01 WS-SAVED-RETURN-CODE      PIC S9(9) BINARY.

      * SECTION-READER hands back the whole input tagged by section
      * number - 1 the workflows, 2 the part ratings.
       01 WS-SR-RECORD-TABLE.
          05 WS-SR-RECORD OCCURS 1000 TIMES
              INDEXED BY WS-SR-REC-IDX.
             10 WS-SR-SECTION-NO    PIC 9(3).
             10 WS-SR-TEXT          PIC X(200).
       01 WS-SR-RECORD-COUNT        PIC 9(4).
       01 WS-SR-SECTION-SIZES.
          05 WS-SR-SECTION-SIZE     PIC 9(4) OCCURS 50 TIMES
              INDEXED BY WS-SR-SEC-IDX.
       01 WS-SR-SECTION-COUNT       PIC 9(3).
       01 WS-SR-RETURN-CODE         PIC 99.

      * RULE-ENGINE interface.
       01 WS-RE-PARMS.
          05 WS-RE-FUNCTION         PIC X(5).
          05 WS-RE-TEXT             PIC X(200).
          05 WS-RE-START            PIC X(20).
          05 WS-RE-RATING           PIC S9(18) OCCURS 4 TIMES.
          05 WS-RE-LOW              PIC S9(18) OCCURS 4 TIMES.
          05 WS-RE-HIGH             PIC S9(18) OCCURS 4 TIMES.
          05 WS-RE-VERDICT          PIC X(1).
          05 WS-RE-COMBINATIONS     PIC S9(18).
          05 WS-RE-WORKFLOW-COUNT   PIC 9(4).
          05 WS-RE-UNDEFINED-COUNT  PIC 9(4).
          05 WS-RE-BAD-NAME         PIC X(20).
          05 WS-RE-REASON           PIC X(80).
          05 WS-RE-RETURN-CODE      PIC 99.

      * LINE-TEMPLATE interface - one part's ratings.
       01 WS-LT-PARMS.
          05 WS-LT-RETURN-CODE      PIC 99.
          05 WS-LT-FIELD-COUNT      PIC 9(3).
          05 WS-LT-REJECT-COLUMN    PIC 9(3).
          05 WS-LT-REJECT-REASON    PIC X(80).
       01 WS-LT-LINE                PIC X(200).
       01 WS-LT-TEMPLATE            PIC X(200) VALUE
           "{{x={N:X},m={N:M},a={N:A},s={N:S}}".
       01 WS-LT-FIELD-TABLE.
          05 WS-LT-FIELD OCCURS 100 TIMES INDEXED BY WS-LT-FIELD-IDX.
             10 WS-LT-FIELD-NAME    PIC X(16).
             10 WS-LT-FIELD-TYPE    PIC X(1).
             10 WS-LT-FIELD-OCCURRENCE
                                    PIC 9(3).
             10 WS-LT-FIELD-SEPARATOR
                                    PIC 9(1).
             10 WS-LT-FIELD-TEXT    PIC X(50).
             10 WS-LT-FIELD-NUMBER  PIC S9(18).

       01 WS-D19-FAILED             PIC X(3) VALUE "NO".
       01 WS-D19-REC-NO             PIC 9(4).
       01 WS-D19-C                  PIC 9(1).
      * Every rating runs 1 to 4000 - the block Part 2 splits.
       01 WS-D19-RATING-LOW         PIC S9(18) VALUE 1.
       01 WS-D19-RATING-HIGH        PIC S9(18) VALUE 4000.
       01 WS-D19-PART-TOTAL         PIC S9(18).

      * AOC-TRACE interface - only used when the runner has switched
      * SOL-TRACE on.
       01 WS-TRACE-PARMS.
           COPY "AOC-TRACE.cpy".
       01 WS-TRACE-NUMBER           PIC Z(17)9.
       01 WS-TRACE-NUMBER2          PIC Z(17)9.
       01 WS-TRACE-NUMBER3          PIC Z(17)9.
       01 WS-TRACE-NUMBER4          PIC Z(17)9.

       LINKAGE SECTION.
       01 LS-SOLVER-PARMS.
           COPY "AOC-SOLVER.cpy".

       PROCEDURE DIVISION USING LS-SOLVER-PARMS.
       MAIN-PROCEDURE.
           MOVE ZERO TO SOL-PART1-ANSWER
           MOVE ZERO TO SOL-PART2-ANSWER
           MOVE ZERO TO SOL-LINES-PROCESSED
           MOVE ZERO TO SOL-PARSE-FAILURES
           MOVE "NO " TO SOL-ANSWER-OVERFLOW
           MOVE ZERO TO SOL-RETURN-CODE
           MOVE "NO " TO WS-D19-FAILED
           CALL "SECTION-READER" USING SOL-INPUT-FILENAME
               WS-SR-RECORD-TABLE WS-SR-RECORD-COUNT
               WS-SR-SECTION-SIZES WS-SR-SECTION-COUNT
               WS-SR-RETURN-CODE
           EVALUATE WS-SR-RETURN-CODE
               WHEN 8
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "workflow file "
                       FUNCTION TRIM (SOL-INPUT-FILENAME)
                       " could not be opened"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "E" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
                   MOVE 12 TO SOL-RETURN-CODE
               WHEN 4
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "workflow file "
                       FUNCTION TRIM (SOL-INPUT-FILENAME)
                       " ran past SECTION-READER's tables - "
                       "a partial workflow set would mis-sort; "
                       "step failed"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "E" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
                   MOVE 8 TO SOL-RETURN-CODE
               WHEN OTHER
                   MOVE WS-SR-RECORD-COUNT TO SOL-LINES-PROCESSED
                   IF WS-SR-SECTION-COUNT NOT = 2
                       ADD 1 TO SOL-PARSE-FAILURES
                       MOVE "YES" TO WS-D19-FAILED
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "input holds " WS-SR-SECTION-COUNT
                           " sections - workflows then part ratings "
                           "(2) was expected"
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "E" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG-MESSAGE
                   ELSE
                       PERFORM D19-LOAD-WORKFLOWS
                       IF SOL-DRY-RUN NOT = "YES"
                           AND WS-D19-FAILED NOT = "YES"
                           PERFORM D19-SOLVE-PART1
                           PERFORM D19-SOLVE-PART2
                       END-IF
                   END-IF
                   IF SOL-DRY-RUN NOT = "YES"
                       AND WS-D19-FAILED = "YES"
                       MOVE 8 TO SOL-RETURN-CODE
                   END-IF
           END-EVALUATE
           GOBACK.

       WRITE-LOG-MESSAGE.
      * RETURN-CODE is saved around the CALL - the register is shared
      * with the called program, and logging must never erase the
      * code being reported.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "AOC-LOGGER" USING WS-LOG-PROGRAM-NAME
               WS-LOG-SEVERITY WS-LOG-MESSAGE
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       D19-LOAD-WORKFLOWS.
      * Section 1, one workflow a record, then one LINK to resolve
      * every destination - an undefined one is the data failure.
           MOVE "INIT " TO WS-RE-FUNCTION
           CALL "RULE-ENGINE" USING WS-RE-PARMS
           PERFORM VARYING WS-D19-REC-NO FROM 1 BY 1
               UNTIL WS-D19-REC-NO > WS-SR-RECORD-COUNT
               SET WS-SR-REC-IDX TO WS-D19-REC-NO
               IF WS-SR-SECTION-NO (WS-SR-REC-IDX) = 1
                   MOVE "LOADW" TO WS-RE-FUNCTION
                   MOVE WS-SR-TEXT (WS-SR-REC-IDX) TO WS-RE-TEXT
                   CALL "RULE-ENGINE" USING WS-RE-PARMS
                   IF WS-RE-RETURN-CODE NOT = ZERO
                       ADD 1 TO SOL-PARSE-FAILURES
                       MOVE "YES" TO WS-D19-FAILED
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "record " WS-D19-REC-NO " "
                           FUNCTION TRIM (WS-RE-REASON)
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "E" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG-MESSAGE
                   END-IF
               END-IF
           END-PERFORM
           MOVE "LINK " TO WS-RE-FUNCTION
           CALL "RULE-ENGINE" USING WS-RE-PARMS
           IF WS-RE-RETURN-CODE NOT = ZERO
               ADD WS-RE-UNDEFINED-COUNT TO SOL-PARSE-FAILURES
               MOVE "YES" TO WS-D19-FAILED
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING FUNCTION TRIM (WS-RE-REASON)
                   " (" WS-RE-UNDEFINED-COUNT
                   " undefined destinations in all)"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "E" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
           END-IF
           IF SOL-TRACE = "YES"
               PERFORM D19-TRACE-WORKFLOWS
           END-IF.

       D19-SOLVE-PART1.
           MOVE ZERO TO SOL-PART1-ANSWER
           PERFORM VARYING WS-D19-REC-NO FROM 1 BY 1
               UNTIL WS-D19-REC-NO > WS-SR-RECORD-COUNT
               OR WS-D19-FAILED = "YES"
               SET WS-SR-REC-IDX TO WS-D19-REC-NO
               IF WS-SR-SECTION-NO (WS-SR-REC-IDX) = 2
                   PERFORM D19-SORT-ONE-PART
               END-IF
           END-PERFORM.

       D19-SORT-ONE-PART.
           MOVE WS-SR-TEXT (WS-SR-REC-IDX) TO WS-LT-LINE
           CALL "LINE-TEMPLATE" USING WS-LT-PARMS WS-LT-LINE
               WS-LT-TEMPLATE WS-LT-FIELD-TABLE
           IF WS-LT-RETURN-CODE NOT = ZERO
               ADD 1 TO SOL-PARSE-FAILURES
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "record " WS-D19-REC-NO
                   " is not a part rating {x=..,m=..,a=..,s=..}"
                   " - skipped"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "W" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
           ELSE
      * The template's four fields come back in x, m, a, s order.
               PERFORM VARYING WS-D19-C FROM 1 BY 1 UNTIL WS-D19-C > 4
                   MOVE WS-LT-FIELD-NUMBER (WS-D19-C)
                       TO WS-RE-RATING (WS-D19-C)
               END-PERFORM
               MOVE "EVAL " TO WS-RE-FUNCTION
               MOVE SPACES TO WS-RE-START
               CALL "RULE-ENGINE" USING WS-RE-PARMS
               IF WS-RE-RETURN-CODE NOT = ZERO
                   MOVE "YES" TO WS-D19-FAILED
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "record " WS-D19-REC-NO " "
                       FUNCTION TRIM (WS-RE-REASON)
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "E" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
               ELSE
                   IF WS-RE-VERDICT = "A"
                       COMPUTE WS-D19-PART-TOTAL = WS-RE-RATING (1)
                           + WS-RE-RATING (2) + WS-RE-RATING (3)
                           + WS-RE-RATING (4)
                           ON SIZE ERROR
                               MOVE "YES" TO SOL-ANSWER-OVERFLOW
                       END-COMPUTE
                       ADD WS-D19-PART-TOTAL TO SOL-PART1-ANSWER
                           ON SIZE ERROR
                               MOVE "YES" TO SOL-ANSWER-OVERFLOW
                       END-ADD
                   END-IF
                   IF SOL-TRACE = "YES"
                       PERFORM D19-TRACE-PART
                   END-IF
               END-IF
           END-IF.

       D19-SOLVE-PART2.
           IF WS-D19-FAILED NOT = "YES"
               PERFORM VARYING WS-D19-C FROM 1 BY 1 UNTIL WS-D19-C > 4
                   MOVE WS-D19-RATING-LOW TO WS-RE-LOW (WS-D19-C)
                   MOVE WS-D19-RATING-HIGH TO WS-RE-HIGH (WS-D19-C)
               END-PERFORM
               MOVE "SPLIT" TO WS-RE-FUNCTION
               MOVE SPACES TO WS-RE-START
               CALL "RULE-ENGINE" USING WS-RE-PARMS
               EVALUATE WS-RE-RETURN-CODE
                   WHEN ZERO
                       MOVE WS-RE-COMBINATIONS TO SOL-PART2-ANSWER
                   WHEN 4
      * The count ran past 18 digits - same guard as every other
      * accumulator wrap, the answers must not be ledgered.
                       MOVE "YES" TO SOL-ANSWER-OVERFLOW
                   WHEN OTHER
                       MOVE "YES" TO WS-D19-FAILED
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "Part 2 split failed - "
                           FUNCTION TRIM (WS-RE-REASON)
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "E" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG-MESSAGE
               END-EVALUATE
               IF SOL-TRACE = "YES"
                   PERFORM D19-TRACE-SPLIT
               END-IF
           END-IF.

       D19-TRACE-WORKFLOWS.
           MOVE ZERO TO TRC-LINE-NUMBER
           MOVE "WORKFLOWS" TO TRC-STAGE
           MOVE SPACES TO TRC-VALUES
           STRING "rc=" WS-RE-RETURN-CODE
               " loaded=" WS-RE-WORKFLOW-COUNT
               " undefined=" WS-RE-UNDEFINED-COUNT
               DELIMITED BY SIZE INTO TRC-VALUES
           PERFORM WRITE-TRACE-RECORD.

       D19-TRACE-PART.
           MOVE WS-D19-REC-NO TO TRC-LINE-NUMBER
           MOVE "PART" TO TRC-STAGE
           MOVE SPACES TO TRC-VALUES
           MOVE WS-RE-RATING (1) TO WS-TRACE-NUMBER
           MOVE WS-RE-RATING (2) TO WS-TRACE-NUMBER2
           MOVE WS-RE-RATING (3) TO WS-TRACE-NUMBER3
           MOVE WS-RE-RATING (4) TO WS-TRACE-NUMBER4
           STRING "x=" FUNCTION TRIM (WS-TRACE-NUMBER)
               " m=" FUNCTION TRIM (WS-TRACE-NUMBER2)
               " a=" FUNCTION TRIM (WS-TRACE-NUMBER3)
               " s=" FUNCTION TRIM (WS-TRACE-NUMBER4)
               " verdict=" WS-RE-VERDICT
               DELIMITED BY SIZE INTO TRC-VALUES
           PERFORM WRITE-TRACE-RECORD.

       D19-TRACE-SPLIT.
           MOVE ZERO TO TRC-LINE-NUMBER
           MOVE "SPLIT" TO TRC-STAGE
           MOVE SPACES TO TRC-VALUES
           MOVE WS-RE-COMBINATIONS TO WS-TRACE-NUMBER
           STRING "rc=" WS-RE-RETURN-CODE
               " accepted=" FUNCTION TRIM (WS-TRACE-NUMBER)
               DELIMITED BY SIZE INTO TRC-VALUES
           PERFORM WRITE-TRACE-RECORD.

       WRITE-TRACE-RECORD.
           MOVE "PUT " TO TRC-FUNCTION
           CALL "AOC-TRACE" USING WS-TRACE-PARMS.

       END PROGRAM AOC-DAY19.
