      ******************************************************************
      * Author:
      * Date:
      * Purpose: Day 8 solver - the haunted-wasteland node map.
      * Dispatched by AOC-RUNNER's solver registry through the
      * AOC-SOLVER.cpy parameter block.
      * Record 1 is the L/R instruction string; every later non-blank
      * record is a node, "AAA = (BBB, CCC)", split with
      * STRING-SPLITTER and loaded into KEYED-LOOKUP under its name
      * with the left and right successors side by side in the
      * value. Part 1 follows the instructions from AAA until ZZZ,
      * one keyed FIND per step, repeating the string as often as it
      * takes. Part 2 starts a ghost on every node ending in A and
      * measures each one's cycle - the step count to its first node
      * ending in Z, checked by walking on to the next Z hit - then
      * combines the cycle lengths through NUMBER-THEORY's LCM, whose
      * overflow check keeps a wrapped product out of the ledger. A
      * ghost whose next Z hit does not come round on the same count
      * is logged as a warning: the LCM assumes aligned cycles, and
      * the operator should know when the input breaks that.
      * The node map is followed blind, so one bad record poisons
      * every walk through it: a Day 8 parse failure fails the whole
      * day, as Day 5's does. So does a walk that reaches a node the
      * map never defined, or one that runs past WS-D8-STEP-LIMIT
      * without arriving.
      * An input with no AAA (the puzzle's own Part 2 example) leaves
      * Part 1 at zero with a warning rather than failing the day.
      * Update: with SOL-TRACE on, the solver writes its working
      * through AOC-TRACE - a WALK record with Part 1's step count,
      * a GHOST record per ghost (start node, first Z hit and the
      * gap to the next one) and an LCM record per fold of the
      * cycle lengths. The line number is the ghost's ordinal
      * (zero for Part 1).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY08.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC SOL-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Wider than the usual 200 - a real instruction string runs to
      * nearly 300 characters on one record.
       FD  INPUT-FILE LABEL RECORDS ARE STANDARD.
           01  INPUT-RECORD              PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-FILE-STATUS      PIC X(2) VALUE SPACES.
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-PHYSICAL-LINE-NO       PIC 9(6) VALUE ZERO.

      * AOC-LOGGER interface.
       01 WS-LOG-PROGRAM-NAME       PIC X(16) VALUE "AOC-DAY08".
       01 WS-LOG-SEVERITY           PIC X(1).
       01 WS-LOG-MESSAGE            PIC X(120).
       01 WS-SAVED-RETURN-CODE      PIC S9(9) BINARY.

      * STRING-SPLITTER interface areas.
       01 WS-SPLIT-LINE             PIC X(200).
       01 WS-SPLIT-PARMS.
          05 WS-SPLIT-RETURN-CODE   PIC 99.
          05 WS-SPLIT-PA-TOKENS     PIC 9(3).
       01 WS-SPLIT-DELIM-LIST.
          05 WS-SPLIT-DELIM         PIC X(10) OCCURS 10 TIMES
              INDEXED BY WS-SPLIT-DELIM-IDX.
       01 WS-SPLIT-DELIM-COUNT      PIC 9(2).
      * " = (" and ", " end in significant characters the TRIM-based
      * length inference would get wrong, so their lengths are set.
       01 WS-SPLIT-DELIM-LEN-LIST.
          05 WS-SPLIT-DELIM-LEN     PIC 9(2) OCCURS 10 TIMES
              VALUE ZERO.
       01 WS-SPLIT-TOKEN-TABLE.
          05 WS-SPLIT-TOKEN         PIC X(100) OCCURS 100 TIMES
              INDEXED BY WS-SPLIT-TOKEN-IDX.
       01 WS-SPLIT-TOKEN-COUNT      PIC 9(3).

      * KEYED-LOOKUP interface - the node name is the key, the value
      * carries the left successor in 1-20 and the right in 21-40.
       01 WS-KL-FUNCTION            PIC X(5).
       01 WS-KL-KEY                 PIC X(20).
       01 WS-KL-VALUE.
          05 WS-KL-LEFT             PIC X(20).
          05 WS-KL-RIGHT            PIC X(20).
          05 FILLER                 PIC X(60).
       01 WS-KL-RETURN-CODE         PIC 99.

      * NUMBER-THEORY interface.
       01 WS-NT-PARMS.
          05 WS-NT-FUNCTION         PIC X(5).
          05 WS-NT-OPERAND-A        PIC S9(18).
          05 WS-NT-OPERAND-B        PIC S9(18).
          05 WS-NT-MODULUS          PIC S9(18).
          05 WS-NT-RESULT           PIC S9(18).
          05 WS-NT-RETURN-CODE      PIC 99.

      * The instruction string and the walk state.
       01 WS-D8-INSTRUCTIONS        PIC X(400) VALUE SPACES.
       01 WS-D8-INSTR-LEN           PIC 9(3) VALUE ZERO.
       01 WS-D8-INSTR-POS           PIC 9(3).
       01 WS-D8-HAVE-INSTRUCTIONS   PIC X(3) VALUE "NO".
       01 WS-D8-FAILED              PIC X(3) VALUE "NO".
       01 WS-D8-NODE-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-D8-HAVE-AAA            PIC X(3) VALUE "NO".
       01 WS-D8-CURRENT             PIC X(20).
       01 WS-D8-STEPS               PIC 9(12).
       01 WS-D8-STEP-LIMIT          PIC 9(12) VALUE 10000000.
       01 WS-D8-ARRIVED             PIC X(3).
       01 WS-D8-NAME-LEN            PIC 9(2).

      * Part 2 - every ghost's start node and measured cycle.
       01 WS-D8-GHOST-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-D8-GHOST-TABLE.
          05 WS-D8-GHOST OCCURS 100 TIMES INDEXED BY WS-D8-GHOST-IDX.
             10 WS-D8-GHOST-START   PIC X(20).
             10 WS-D8-GHOST-CYCLE   PIC 9(12).
       01 WS-D8-FIRST-HIT           PIC 9(12).
       01 WS-D8-COMBINED            PIC S9(18).

      * AOC-TRACE interface - only used when the runner has switched
      * SOL-TRACE on.
       01 WS-TRACE-PARMS.
           COPY "AOC-TRACE.cpy".
       01 WS-TRACE-NUMBER           PIC -(18)9.
       01 WS-TRACE-NUMBER2          PIC -(18)9.

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
           MOVE "NO" TO END-OF-FILE
           MOVE "NO " TO WS-D8-FAILED
           MOVE ZERO TO WS-PHYSICAL-LINE-NO
           MOVE "INIT " TO WS-KL-FUNCTION
           CALL "KEYED-LOOKUP" USING WS-KL-FUNCTION WS-KL-KEY
               WS-KL-VALUE WS-KL-RETURN-CODE
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "input file "
                   FUNCTION TRIM (SOL-INPUT-FILENAME)
                   " could not be opened (status "
                   WS-INPUT-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "E" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
               MOVE 12 TO SOL-RETURN-CODE
           ELSE
               PERFORM UNTIL END-OF-FILE = "YES"
                   READ INPUT-FILE
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-PHYSICAL-LINE-NO
                           IF INPUT-RECORD NOT = SPACES
                               ADD 1 TO SOL-LINES-PROCESSED
                               PERFORM D8-PROCESS-ONE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-FILE
               IF WS-D8-HAVE-INSTRUCTIONS NOT = "YES"
                   OR WS-D8-NODE-COUNT = ZERO
                   ADD 1 TO SOL-PARSE-FAILURES
                   MOVE "YES" TO WS-D8-FAILED
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "input holds no instruction string or no "
                       "nodes - nothing to walk"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "E" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
               END-IF
               IF SOL-DRY-RUN NOT = "YES"
                   AND WS-D8-FAILED NOT = "YES"
                   PERFORM D8-SOLVE-PART1
                   IF WS-D8-FAILED NOT = "YES"
                       PERFORM D8-SOLVE-PART2
                   END-IF
               END-IF
               IF SOL-DRY-RUN NOT = "YES"
                   AND WS-D8-FAILED = "YES"
                   MOVE 8 TO SOL-RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       WRITE-LOG-MESSAGE.
      * RETURN-CODE is saved around the CALL - the register is shared
      * with the called program, and logging must never erase the
      * code being reported.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "AOC-LOGGER" USING WS-LOG-PROGRAM-NAME
               WS-LOG-SEVERITY WS-LOG-MESSAGE
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       D8-PROCESS-ONE-RECORD.
      * The first non-blank record is the instruction string, and
      * it must be nothing but L and R; everything after it is a
      * node.
           IF WS-D8-HAVE-INSTRUCTIONS NOT = "YES"
               MOVE "YES" TO WS-D8-HAVE-INSTRUCTIONS
               MOVE INPUT-RECORD TO WS-D8-INSTRUCTIONS
               COMPUTE WS-D8-INSTR-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM (WS-D8-INSTRUCTIONS TRAILING))
               PERFORM VARYING WS-D8-INSTR-POS FROM 1 BY 1
                   UNTIL WS-D8-INSTR-POS > WS-D8-INSTR-LEN
                   IF WS-D8-INSTRUCTIONS (WS-D8-INSTR-POS:1)
                       NOT = "L"
                       AND WS-D8-INSTRUCTIONS (WS-D8-INSTR-POS:1)
                           NOT = "R"
                       MOVE "YES" TO WS-D8-FAILED
                   END-IF
               END-PERFORM
               IF WS-D8-FAILED = "YES"
                   ADD 1 TO SOL-PARSE-FAILURES
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "line " WS-PHYSICAL-LINE-NO
                       " is not an L/R instruction string"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "E" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
               END-IF
           ELSE
               PERFORM D8-LOAD-ONE-NODE
           END-IF.

       D8-LOAD-ONE-NODE.
      * "AAA = (BBB, CCC)" splits into name, left and right - the
      * closing ")" leaves an empty fourth token behind it.
           MOVE SPACES TO WS-SPLIT-LINE
           MOVE INPUT-RECORD (1:200) TO WS-SPLIT-LINE
           MOVE 3 TO WS-SPLIT-DELIM-COUNT
           MOVE " = (" TO WS-SPLIT-DELIM (1)
           MOVE 4 TO WS-SPLIT-DELIM-LEN (1)
           MOVE ", " TO WS-SPLIT-DELIM (2)
           MOVE 2 TO WS-SPLIT-DELIM-LEN (2)
           MOVE ")" TO WS-SPLIT-DELIM (3)
           MOVE 1 TO WS-SPLIT-DELIM-LEN (3)
           CALL "STRING-SPLITTER" USING WS-SPLIT-PARMS WS-SPLIT-LINE
               WS-SPLIT-DELIM-LIST WS-SPLIT-DELIM-COUNT
               WS-SPLIT-DELIM-LEN-LIST
               WS-SPLIT-TOKEN-TABLE WS-SPLIT-TOKEN-COUNT
           IF WS-SPLIT-RETURN-CODE NOT = ZERO
               OR WS-SPLIT-TOKEN-COUNT < 3
               OR WS-SPLIT-TOKEN-COUNT > 4
               OR WS-SPLIT-TOKEN (1) = SPACES
               OR WS-SPLIT-TOKEN (2) = SPACES
               OR WS-SPLIT-TOKEN (3) = SPACES
               PERFORM D8-FLAG-NODE-FAILURE
           ELSE
               IF WS-SPLIT-TOKEN-COUNT = 4
                   AND WS-SPLIT-TOKEN (4) NOT = SPACES
                   PERFORM D8-FLAG-NODE-FAILURE
               ELSE
                   MOVE "LOAD " TO WS-KL-FUNCTION
                   MOVE WS-SPLIT-TOKEN (1) TO WS-KL-KEY
                   MOVE SPACES TO WS-KL-VALUE
                   MOVE WS-SPLIT-TOKEN (2) TO WS-KL-LEFT
                   MOVE WS-SPLIT-TOKEN (3) TO WS-KL-RIGHT
                   CALL "KEYED-LOOKUP" USING WS-KL-FUNCTION
                       WS-KL-KEY WS-KL-VALUE WS-KL-RETURN-CODE
                   EVALUATE WS-KL-RETURN-CODE
                       WHEN ZERO
                           ADD 1 TO WS-D8-NODE-COUNT
                           PERFORM D8-NOTE-START-NODES
                       WHEN 4
      * A node defined twice - the map cannot say which definition
      * the puzzle meant.
                           PERFORM D8-FLAG-NODE-FAILURE
                       WHEN OTHER
                           MOVE "YES" TO WS-D8-FAILED
                           MOVE SPACES TO WS-LOG-MESSAGE
                           STRING "line " WS-PHYSICAL-LINE-NO
                               " could not be stored - the node "
                               "table is full"
                               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                           MOVE "E" TO WS-LOG-SEVERITY
                           PERFORM WRITE-LOG-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF.

       D8-NOTE-START-NODES.
           IF WS-KL-KEY = "AAA"
               MOVE "YES" TO WS-D8-HAVE-AAA
           END-IF
           PERFORM D8-FIND-NAME-LENGTH
           IF WS-KL-KEY (WS-D8-NAME-LEN:1) = "A"
               IF WS-D8-GHOST-COUNT >= 100
                   MOVE "YES" TO WS-D8-FAILED
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "more than 100 ghost start nodes - line "
                       WS-PHYSICAL-LINE-NO " not tracked"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "E" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
               ELSE
                   ADD 1 TO WS-D8-GHOST-COUNT
                   MOVE WS-KL-KEY
                       TO WS-D8-GHOST-START (WS-D8-GHOST-COUNT)
               END-IF
           END-IF.

       D8-FIND-NAME-LENGTH.
      * Node names are whatever width the input uses - the last
      * letter is the one Part 2 reads.
           COMPUTE WS-D8-NAME-LEN = FUNCTION LENGTH
               (FUNCTION TRIM (WS-KL-KEY TRAILING)).

       D8-FLAG-NODE-FAILURE.
           ADD 1 TO SOL-PARSE-FAILURES
           MOVE "YES" TO WS-D8-FAILED
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "line " WS-PHYSICAL-LINE-NO
               " is not a node 'AAA = (BBB, CCC)' or repeats a node"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "E" TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG-MESSAGE.

       D8-SOLVE-PART1.
           IF WS-D8-HAVE-AAA NOT = "YES"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "no node AAA in the map - Part 1 has no walk "
                   "and is left at zero"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "W" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
           ELSE
               MOVE "AAA" TO WS-D8-CURRENT
               MOVE ZERO TO WS-D8-STEPS
               MOVE "NO " TO WS-D8-ARRIVED
               PERFORM UNTIL WS-D8-ARRIVED = "YES"
                   OR WS-D8-FAILED = "YES"
                   PERFORM D8-TAKE-ONE-STEP
                   IF WS-D8-CURRENT = "ZZZ"
                       MOVE "YES" TO WS-D8-ARRIVED
                   END-IF
               END-PERFORM
               IF WS-D8-ARRIVED = "YES"
                   MOVE WS-D8-STEPS TO SOL-PART1-ANSWER
               END-IF
               IF SOL-TRACE = "YES"
                   MOVE ZERO TO TRC-LINE-NUMBER
                   MOVE "WALK" TO TRC-STAGE
                   MOVE WS-D8-STEPS TO WS-TRACE-NUMBER
                   MOVE SPACES TO TRC-VALUES
                   STRING "from=AAA arrived=" WS-D8-ARRIVED
                       " at=" FUNCTION TRIM (WS-D8-CURRENT)
                       " steps=" FUNCTION TRIM (WS-TRACE-NUMBER)
                       " instructions=" WS-D8-INSTR-LEN
                       DELIMITED BY SIZE INTO TRC-VALUES
                   PERFORM WRITE-TRACE-RECORD
               END-IF
           END-IF.

       D8-TAKE-ONE-STEP.
      * One instruction, one keyed FIND - the instruction position
      * is the step count modulo the string length.
           COMPUTE WS-D8-INSTR-POS =
               FUNCTION MOD (WS-D8-STEPS WS-D8-INSTR-LEN) + 1
           MOVE "FIND " TO WS-KL-FUNCTION
           MOVE WS-D8-CURRENT TO WS-KL-KEY
           CALL "KEYED-LOOKUP" USING WS-KL-FUNCTION WS-KL-KEY
               WS-KL-VALUE WS-KL-RETURN-CODE
           IF WS-KL-RETURN-CODE NOT = ZERO
               MOVE "YES" TO WS-D8-FAILED
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "walk reached node "
                   FUNCTION TRIM (WS-D8-CURRENT)
                   " which the map never defines"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "E" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
           ELSE
               IF WS-D8-INSTRUCTIONS (WS-D8-INSTR-POS:1) = "L"
                   MOVE WS-KL-LEFT TO WS-D8-CURRENT
               ELSE
                   MOVE WS-KL-RIGHT TO WS-D8-CURRENT
               END-IF
               ADD 1 TO WS-D8-STEPS
               IF WS-D8-STEPS > WS-D8-STEP-LIMIT
                   MOVE "YES" TO WS-D8-FAILED
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "walk passed " WS-D8-STEP-LIMIT
                       " steps without arriving - the map has no "
                       "way out"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "E" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
               END-IF
           END-IF.

       D8-SOLVE-PART2.
           IF WS-D8-GHOST-COUNT = ZERO
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "no node ends in A - Part 2 has no ghosts "
                   "and is left at zero"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "W" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
           ELSE
               PERFORM VARYING WS-D8-GHOST-IDX FROM 1 BY 1
                   UNTIL WS-D8-GHOST-IDX > WS-D8-GHOST-COUNT
                   OR WS-D8-FAILED = "YES"
                   PERFORM D8-MEASURE-ONE-GHOST
               END-PERFORM
               IF WS-D8-FAILED NOT = "YES"
                   PERFORM D8-COMBINE-CYCLES
               END-IF
           END-IF.

       D8-MEASURE-ONE-GHOST.
      * Walk to the first Z hit, then on to the second; the first
      * hit's step count is the ghost's cycle, and the gap to the
      * second says whether the cycle really repeats on it.
           MOVE WS-D8-GHOST-START (WS-D8-GHOST-IDX) TO WS-D8-CURRENT
           MOVE ZERO TO WS-D8-STEPS
           PERFORM D8-WALK-TO-NEXT-Z
           MOVE WS-D8-STEPS TO WS-D8-FIRST-HIT
           IF WS-D8-FAILED NOT = "YES"
               PERFORM D8-WALK-TO-NEXT-Z
           END-IF
           IF WS-D8-FAILED NOT = "YES"
               MOVE WS-D8-FIRST-HIT
                   TO WS-D8-GHOST-CYCLE (WS-D8-GHOST-IDX)
               COMPUTE WS-D8-STEPS = WS-D8-STEPS - WS-D8-FIRST-HIT
               IF WS-D8-STEPS NOT = WS-D8-FIRST-HIT
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ghost from "
                       FUNCTION TRIM
                           (WS-D8-GHOST-START (WS-D8-GHOST-IDX))
                       " first reaches Z at step " WS-D8-FIRST-HIT
                       " but next after " WS-D8-STEPS
                       " - cycle not aligned"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "W" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
               END-IF
               IF SOL-TRACE = "YES"
                   PERFORM D8-TRACE-GHOST
               END-IF
           END-IF.

       D8-TRACE-GHOST.
           SET TRC-LINE-NUMBER TO WS-D8-GHOST-IDX
           MOVE "GHOST" TO TRC-STAGE
           MOVE WS-D8-FIRST-HIT TO WS-TRACE-NUMBER
           MOVE WS-D8-STEPS TO WS-TRACE-NUMBER2
           MOVE SPACES TO TRC-VALUES
           STRING "start="
               FUNCTION TRIM (WS-D8-GHOST-START (WS-D8-GHOST-IDX))
               " first-z=" FUNCTION TRIM (WS-TRACE-NUMBER)
               " next-z-after=" FUNCTION TRIM (WS-TRACE-NUMBER2)
               " ends-at=" FUNCTION TRIM (WS-D8-CURRENT)
               DELIMITED BY SIZE INTO TRC-VALUES
           PERFORM WRITE-TRACE-RECORD.

       D8-WALK-TO-NEXT-Z.
      * At least one step, then on until the current node's name
      * ends in Z.
           MOVE "NO " TO WS-D8-ARRIVED
           PERFORM UNTIL WS-D8-ARRIVED = "YES"
               OR WS-D8-FAILED = "YES"
               PERFORM D8-TAKE-ONE-STEP
               MOVE WS-D8-CURRENT TO WS-KL-KEY
               PERFORM D8-FIND-NAME-LENGTH
               IF WS-KL-KEY (WS-D8-NAME-LEN:1) = "Z"
                   MOVE "YES" TO WS-D8-ARRIVED
               END-IF
           END-PERFORM.

       D8-COMBINE-CYCLES.
      * Fold every ghost's cycle into one LCM; an overflow anywhere
      * means the true answer does not fit the ledger.
           MOVE 1 TO WS-D8-COMBINED
           PERFORM VARYING WS-D8-GHOST-IDX FROM 1 BY 1
               UNTIL WS-D8-GHOST-IDX > WS-D8-GHOST-COUNT
               OR SOL-ANSWER-OVERFLOW = "YES"
               MOVE "LCM  " TO WS-NT-FUNCTION
               MOVE WS-D8-COMBINED TO WS-NT-OPERAND-A
               MOVE WS-D8-GHOST-CYCLE (WS-D8-GHOST-IDX)
                   TO WS-NT-OPERAND-B
               CALL "NUMBER-THEORY" USING WS-NT-PARMS
               IF WS-NT-RETURN-CODE = 4
                   MOVE "YES" TO SOL-ANSWER-OVERFLOW
               ELSE
                   MOVE WS-NT-RESULT TO WS-D8-COMBINED
               END-IF
               IF SOL-TRACE = "YES"
                   SET TRC-LINE-NUMBER TO WS-D8-GHOST-IDX
                   MOVE "LCM" TO TRC-STAGE
                   MOVE WS-NT-OPERAND-B TO WS-TRACE-NUMBER
                   MOVE WS-D8-COMBINED TO WS-TRACE-NUMBER2
                   MOVE SPACES TO TRC-VALUES
                   STRING "cycle=" FUNCTION TRIM (WS-TRACE-NUMBER)
                       " rc=" WS-NT-RETURN-CODE
                       " combined=" FUNCTION TRIM (WS-TRACE-NUMBER2)
                       DELIMITED BY SIZE INTO TRC-VALUES
                   PERFORM WRITE-TRACE-RECORD
               END-IF
           END-PERFORM
           IF SOL-ANSWER-OVERFLOW NOT = "YES"
               MOVE WS-D8-COMBINED TO SOL-PART2-ANSWER
           END-IF.

       WRITE-TRACE-RECORD.
           MOVE "PUT " TO TRC-FUNCTION
           CALL "AOC-TRACE" USING WS-TRACE-PARMS.

       END PROGRAM AOC-DAY08.
