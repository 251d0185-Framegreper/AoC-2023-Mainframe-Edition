      ******************************************************************
      * Author:
      * Date:
      * Purpose: Day 12 solver - hot-spring condition records.
      * Dispatched by AOC-RUNNER's solver registry through the
      * AOC-SOLVER.cpy parameter block.
      * Each row ("???.### 1,1,3") splits on spaces into its spring
      * pattern (. working, # damaged, ? unknown) and its list of
      * damaged-group sizes, the sizes split on commas and validated
      * through TOKEN-TO-NUMBER. The number of ways the unknowns can
      * be filled in to match the group list is counted by dynamic
      * programming, never by enumerating them: a memo table keyed
      * on position within the pattern and position within the
      * group list holds, for each pair, how many arrangements the
      * rest of the row has from there. The table is cleared for
      * every row and filled from the end of the pattern back, each
      * cell from at most two cells already filled, so even an
      * unfolded row costs a few thousand additions. Part 1 totals
      * the rows as written; Part 2 first unfolds each row -
      * the pattern repeated with a ? between copies, the group list
      * repeated - by the UNFOLD-FACTOR the day's
      * <season>-DAY12-PARMS.TXT supplies. The factor is a data
      * value, not a literal: a step run without it is refused (RC 8)
      * rather than solved with a guess.
      * A row that does not parse is skipped and counted (logged at
      * W) the way Day 9's histories are - the rows are independent.
      * A row that unfolds past the memo table (200 springs, 60
      * groups) fails the day, and a count that runs past 18 digits
      * is reported as an overflow - either way the totals must not
      * be ledgered.
      * With SOL-TRACE on, every row writes a ROW-COUNT record - its
      * length, group count and both parts' arrangement counts - so
      * one suspicious row can be checked against a hand count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC SOL-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE LABEL RECORDS ARE STANDARD.
           01  INPUT-RECORD              PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-FILE-STATUS      PIC X(2) VALUE SPACES.
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-PHYSICAL-LINE-NO       PIC 9(6) VALUE ZERO.
       01 WS-RECORD-NOT-EMPTY       PIC X(3) VALUE "NO".
       01 WS-I                      PIC 999.
       01 WS-CH                     PIC X.

      * AOC-LOGGER interface.
       01 WS-LOG-PROGRAM-NAME       PIC X(16) VALUE "AOC-DAY12".
       01 WS-LOG-SEVERITY           PIC X(1).
       01 WS-LOG-MESSAGE            PIC X(120).
       01 WS-SAVED-RETURN-CODE      PIC S9(9) BINARY.

      * STRING-SPLITTER interface areas - the row splits on spaces,
      * then its group list on commas.
       01 WS-SPLIT-LINE             PIC X(200).
       01 WS-SPLIT-PARMS.
          05 WS-SPLIT-RETURN-CODE   PIC 99.
          05 WS-SPLIT-PA-TOKENS     PIC 9(3).
       01 WS-SPLIT-DELIM-LIST.
          05 WS-SPLIT-DELIM         PIC X(10) OCCURS 10 TIMES
              INDEXED BY WS-SPLIT-DELIM-IDX.
       01 WS-SPLIT-DELIM-COUNT      PIC 9(2).
       01 WS-SPLIT-DELIM-LEN-LIST.
          05 WS-SPLIT-DELIM-LEN     PIC 9(2) OCCURS 10 TIMES
              VALUE ZERO.
       01 WS-SPLIT-TOKEN-TABLE.
          05 WS-SPLIT-TOKEN         PIC X(100) OCCURS 100 TIMES
              INDEXED BY WS-SPLIT-TOKEN-IDX.
       01 WS-SPLIT-TOKEN-COUNT      PIC 9(3).
       01 WS-TTN-NUMBER-TABLE.
          05 WS-TTN-NUMBER          PIC S9(18) OCCURS 100 TIMES
              INDEXED BY WS-TTN-NUM-IDX.
       01 WS-TTN-VALID-TABLE.
          05 WS-TTN-VALID           PIC X(3) OCCURS 100 TIMES
              INDEXED BY WS-TTN-VAL-IDX.
       01 WS-TTN-REJECT-COUNT       PIC 9(3).
       01 WS-TTN-RETURN-CODE        PIC 99.

      * The unfold factor, from the day's parameter file. The ceiling
      * only keeps a mistyped factor from being tried at all - the
      * memo table's own limits are checked row by row.
       01 WS-D12-UNFOLD-NAME        PIC X(20) VALUE "UNFOLD-FACTOR".
       01 WS-D12-UNFOLD-FACTOR      PIC 9(2) VALUE ZERO.
       01 WS-D12-UNFOLD-LIMIT       PIC 9(2) VALUE 10.
       01 WS-D12-UNFOLD-FOUND       PIC X(3) VALUE "NO".
       01 WS-D12-P                  PIC 9(2).
       01 WS-D12-FACTOR-DISPLAY     PIC -(17)9.

      * One row as read, and the row the current part counts.
       01 WS-D12-RAW-PATTERN        PIC X(100).
       01 WS-D12-RAW-LEN            PIC 9(3).
       01 WS-D12-RAW-GROUP-TABLE.
          05 WS-D12-RAW-GROUP       PIC 9(3) OCCURS 60 TIMES.
       01 WS-D12-RAW-GROUP-COUNT    PIC 9(3).
       01 WS-D12-ROW-OK             PIC X(3).
       01 WS-D12-PATTERN            PIC X(200).
       01 WS-D12-LEN                PIC 9(3).
      * The unfolded width before it is known to fit - a 100-spring
      * row unfolded 10 times is 1009 springs, past WS-D12-LEN.
       01 WS-D12-UNFOLDED-LEN       PIC 9(4).
       01 WS-D12-GROUP-TABLE.
          05 WS-D12-GROUP           PIC 9(3) OCCURS 60 TIMES.
       01 WS-D12-GROUP-COUNT        PIC 9(3).
       01 WS-D12-FACTOR             PIC 9(2).
       01 WS-D12-COPY               PIC 9(2).
       01 WS-D12-K                  PIC 9(3).
       01 WS-D12-FAILED             PIC X(3) VALUE "NO".
       01 WS-D12-ROW-OVERFLOW       PIC X(3).
       01 WS-D12-COUNT              PIC 9(18).
       01 WS-D12-PART1-COUNT        PIC 9(18).
       01 WS-D12-PART2-COUNT        PIC 9(18).

      * Memo table - WS-D12-MEMO-CELL (p, g) is the number of ways
      * springs p onward can hold groups g onward. Row LEN+1 is the
      * end of the pattern, column GROUP-COUNT+1 "no groups left".
      * WS-D12-OPEN-RUN (p) is how many springs from p on could all
      * be damaged (no . among them) - whether group g fits at p.
       01 WS-D12-MEMO-LIMIT-LEN     PIC 9(3) VALUE 200.
       01 WS-D12-MEMO-LIMIT-GROUPS  PIC 9(3) VALUE 60.
       01 WS-D12-MEMO-TABLE.
          05 WS-D12-MEMO-ROW OCCURS 201 TIMES.
             10 WS-D12-MEMO-CELL    PIC 9(18) OCCURS 61 TIMES.
       01 WS-D12-OPEN-RUN-TABLE.
          05 WS-D12-OPEN-RUN        PIC 9(3) OCCURS 201 TIMES.
       01 WS-D12-POS                PIC 9(3).
       01 WS-D12-GRP                PIC 9(3).
       01 WS-D12-END-POS            PIC 9(3).
       01 WS-D12-NEXT-POS           PIC 9(3).
       01 WS-D12-NEXT-GRP           PIC 9(3).
       01 WS-D12-LAST-POS           PIC 9(3).
       01 WS-D12-LAST-GRP           PIC 9(3).
       01 WS-D12-CELL-WORK          PIC 9(18).

      * AOC-TRACE interface - only used when the runner has switched
      * SOL-TRACE on.
       01 WS-TRACE-PARMS.
           COPY "AOC-TRACE.cpy".
       01 WS-TRACE-NUMBER           PIC Z(17)9.
       01 WS-TRACE-NUMBER2          PIC Z(17)9.

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
           MOVE "NO " TO WS-D12-FAILED
           MOVE ZERO TO WS-PHYSICAL-LINE-NO
           PERFORM D12-FIND-UNFOLD-FACTOR
           IF WS-D12-UNFOLD-FOUND NOT = "YES"
      * No factor, no Part 2 - a dry run counts it against the file
      * set, a real run refuses the step before reading a row.
               IF SOL-DRY-RUN = "YES"
                   ADD 1 TO SOL-PARSE-FAILURES
               ELSE
                   MOVE 8 TO SOL-RETURN-CODE
               END-IF
           ELSE
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
                               PERFORM CHECK-IF-NOT-EMPTY
                               IF WS-RECORD-NOT-EMPTY = "YES"
                                   ADD 1 TO SOL-LINES-PROCESSED
                                   PERFORM PROCESS-ONE-SPRING-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INPUT-FILE
                   IF SOL-DRY-RUN NOT = "YES"
                       AND WS-D12-FAILED = "YES"
                       MOVE 8 TO SOL-RETURN-CODE
                   END-IF
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

       CHECK-IF-NOT-EMPTY.
           MOVE "NO" TO WS-RECORD-NOT-EMPTY
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 200
               OR WS-RECORD-NOT-EMPTY = "YES"
               MOVE INPUT-RECORD (WS-I:1) TO WS-CH
               IF WS-CH NOT = SPACE
                   MOVE "YES" TO WS-RECORD-NOT-EMPTY
               END-IF
           END-PERFORM.

       D12-FIND-UNFOLD-FACTOR.
           MOVE "NO " TO WS-D12-UNFOLD-FOUND
           MOVE ZERO TO WS-D12-UNFOLD-FACTOR
           PERFORM VARYING WS-D12-P FROM 1 BY 1
               UNTIL WS-D12-P > SOL-PARM-COUNT
               OR SOL-PARM-NAME (WS-D12-P) = WS-D12-UNFOLD-NAME
               CONTINUE
           END-PERFORM
           MOVE SPACES TO WS-LOG-MESSAGE
           EVALUATE TRUE
               WHEN WS-D12-P > SOL-PARM-COUNT
                   STRING "no UNFOLD-FACTOR in "
                       FUNCTION TRIM (SOL-FILE-PREFIX)
                       "DAY12-PARMS.TXT - Part 2 cannot be unfolded"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               WHEN SOL-PARM-VALUE (WS-D12-P) < 1
                   OR SOL-PARM-VALUE (WS-D12-P) > WS-D12-UNFOLD-LIMIT
                   MOVE SOL-PARM-VALUE (WS-D12-P)
                       TO WS-D12-FACTOR-DISPLAY
                   STRING "parameter UNFOLD-FACTOR "
                       FUNCTION TRIM (WS-D12-FACTOR-DISPLAY)
                       " is outside 1 to " WS-D12-UNFOLD-LIMIT
                       " - Part 2 cannot be unfolded"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               WHEN OTHER
                   MOVE "YES" TO WS-D12-UNFOLD-FOUND
                   MOVE SOL-PARM-VALUE (WS-D12-P)
                       TO WS-D12-UNFOLD-FACTOR
           END-EVALUATE
           IF WS-D12-UNFOLD-FOUND NOT = "YES"
               MOVE "E" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
           END-IF.

       PROCESS-ONE-SPRING-ROW.
           PERFORM D12-PARSE-ROW
           IF WS-D12-ROW-OK NOT = "YES"
               PERFORM D12-FLAG-ROW-FAILURE
           ELSE
               IF SOL-DRY-RUN NOT = "YES"
                   MOVE "NO " TO WS-D12-ROW-OVERFLOW
                   MOVE 1 TO WS-D12-FACTOR
                   PERFORM D12-COUNT-UNFOLDED-ROW
                   MOVE WS-D12-COUNT TO WS-D12-PART1-COUNT
                   MOVE WS-D12-UNFOLD-FACTOR TO WS-D12-FACTOR
                   PERFORM D12-COUNT-UNFOLDED-ROW
                   MOVE WS-D12-COUNT TO WS-D12-PART2-COUNT
                   IF SOL-TRACE = "YES"
                       PERFORM D12-TRACE-ROW-COUNT
                   END-IF
                   IF WS-D12-ROW-OVERFLOW = "YES"
                       MOVE "YES" TO SOL-ANSWER-OVERFLOW
                   ELSE
                       ADD WS-D12-PART1-COUNT TO SOL-PART1-ANSWER
                           ON SIZE ERROR
                               MOVE "YES" TO SOL-ANSWER-OVERFLOW
                       END-ADD
                       ADD WS-D12-PART2-COUNT TO SOL-PART2-ANSWER
                           ON SIZE ERROR
                               MOVE "YES" TO SOL-ANSWER-OVERFLOW
                       END-ADD
                   END-IF
               END-IF
           END-IF.

       D12-PARSE-ROW.
      * Pattern of . # ? only, then at least one whole-number group
      * size of 1 or more.
           MOVE "YES" TO WS-D12-ROW-OK
           MOVE INPUT-RECORD TO WS-SPLIT-LINE
           MOVE 1 TO WS-SPLIT-DELIM-COUNT
           MOVE SPACE TO WS-SPLIT-DELIM (1)
           CALL "STRING-SPLITTER" USING WS-SPLIT-PARMS WS-SPLIT-LINE
               WS-SPLIT-DELIM-LIST WS-SPLIT-DELIM-COUNT
               WS-SPLIT-DELIM-LEN-LIST
               WS-SPLIT-TOKEN-TABLE WS-SPLIT-TOKEN-COUNT
           IF WS-SPLIT-RETURN-CODE NOT = ZERO
               OR WS-SPLIT-TOKEN-COUNT NOT = 2
               MOVE "NO " TO WS-D12-ROW-OK
           ELSE
               MOVE WS-SPLIT-TOKEN (1) TO WS-D12-RAW-PATTERN
               MOVE ZERO TO WS-D12-RAW-LEN
               INSPECT WS-D12-RAW-PATTERN TALLYING WS-D12-RAW-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               PERFORM VARYING WS-D12-K FROM 1 BY 1
                   UNTIL WS-D12-K > WS-D12-RAW-LEN
                   IF WS-D12-RAW-PATTERN (WS-D12-K:1) NOT = "."
                       AND WS-D12-RAW-PATTERN (WS-D12-K:1) NOT = "#"
                       AND WS-D12-RAW-PATTERN (WS-D12-K:1) NOT = "?"
                       MOVE "NO " TO WS-D12-ROW-OK
                   END-IF
               END-PERFORM
               MOVE WS-SPLIT-TOKEN (2) TO WS-SPLIT-LINE
               MOVE "," TO WS-SPLIT-DELIM (1)
               CALL "STRING-SPLITTER" USING WS-SPLIT-PARMS
                   WS-SPLIT-LINE WS-SPLIT-DELIM-LIST
                   WS-SPLIT-DELIM-COUNT WS-SPLIT-DELIM-LEN-LIST
                   WS-SPLIT-TOKEN-TABLE WS-SPLIT-TOKEN-COUNT
               IF WS-SPLIT-RETURN-CODE NOT = ZERO
                   OR WS-SPLIT-TOKEN-COUNT = ZERO
                   OR WS-SPLIT-TOKEN-COUNT > 60
                   MOVE "NO " TO WS-D12-ROW-OK
               ELSE
                   CALL "TOKEN-TO-NUMBER" USING WS-SPLIT-TOKEN-TABLE
                       WS-SPLIT-TOKEN-COUNT WS-TTN-NUMBER-TABLE
                       WS-TTN-VALID-TABLE WS-TTN-REJECT-COUNT
                       WS-TTN-RETURN-CODE
                   IF WS-TTN-REJECT-COUNT > ZERO
                       MOVE "NO " TO WS-D12-ROW-OK
                   ELSE
                       MOVE WS-SPLIT-TOKEN-COUNT
                           TO WS-D12-RAW-GROUP-COUNT
                       PERFORM VARYING WS-D12-K FROM 1 BY 1
                           UNTIL WS-D12-K > WS-D12-RAW-GROUP-COUNT
                           IF WS-TTN-NUMBER (WS-D12-K) < 1
                               OR WS-TTN-NUMBER (WS-D12-K) > 200
                               MOVE "NO " TO WS-D12-ROW-OK
                           ELSE
                               MOVE WS-TTN-NUMBER (WS-D12-K)
                                   TO WS-D12-RAW-GROUP (WS-D12-K)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

       D12-FLAG-ROW-FAILURE.
           ADD 1 TO SOL-PARSE-FAILURES
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "line " WS-PHYSICAL-LINE-NO
               " is not a . # ? pattern and a comma-separated group"
               " list - skipped"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG-MESSAGE.

       D12-COUNT-UNFOLDED-ROW.
      * Build the row WS-D12-FACTOR copies wide, then count it. A row
      * the memo table cannot hold fails the day - a skipped row
      * would leave a total that looks right and is not.
           MOVE ZERO TO WS-D12-COUNT
           COMPUTE WS-D12-UNFOLDED-LEN =
               (WS-D12-RAW-LEN + 1) * WS-D12-FACTOR - 1
           COMPUTE WS-D12-GROUP-COUNT =
               WS-D12-RAW-GROUP-COUNT * WS-D12-FACTOR
           IF WS-D12-UNFOLDED-LEN > WS-D12-MEMO-LIMIT-LEN
               OR WS-D12-GROUP-COUNT > WS-D12-MEMO-LIMIT-GROUPS
               MOVE "YES" TO WS-D12-FAILED
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "line " WS-PHYSICAL-LINE-NO " unfolded "
                   WS-D12-FACTOR " times is " WS-D12-UNFOLDED-LEN
                   " springs / " WS-D12-GROUP-COUNT " groups - past"
                   " the 200 x 60 memo table"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "E" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
           ELSE
               MOVE WS-D12-UNFOLDED-LEN TO WS-D12-LEN
               MOVE SPACES TO WS-D12-PATTERN
               MOVE 1 TO WS-D12-POS
               MOVE ZERO TO WS-D12-K
               PERFORM VARYING WS-D12-COPY FROM 1 BY 1
                   UNTIL WS-D12-COPY > WS-D12-FACTOR
                   IF WS-D12-COPY > 1
                       MOVE "?" TO WS-D12-PATTERN (WS-D12-POS:1)
                       ADD 1 TO WS-D12-POS
                   END-IF
                   MOVE WS-D12-RAW-PATTERN (1:WS-D12-RAW-LEN)
                       TO WS-D12-PATTERN (WS-D12-POS:WS-D12-RAW-LEN)
                   ADD WS-D12-RAW-LEN TO WS-D12-POS
                   PERFORM VARYING WS-D12-GRP FROM 1 BY 1
                       UNTIL WS-D12-GRP > WS-D12-RAW-GROUP-COUNT
                       ADD 1 TO WS-D12-K
                       MOVE WS-D12-RAW-GROUP (WS-D12-GRP)
                           TO WS-D12-GROUP (WS-D12-K)
                   END-PERFORM
               END-PERFORM
               PERFORM D12-COUNT-ARRANGEMENTS
           END-IF.

       D12-COUNT-ARRANGEMENTS.
      * Clear the rows this pattern uses, seed "end of pattern with
      * no groups left" as the one arrangement, and fill back to
      * (1, 1).
           COMPUTE WS-D12-LAST-POS = WS-D12-LEN + 1
           COMPUTE WS-D12-LAST-GRP = WS-D12-GROUP-COUNT + 1
           PERFORM VARYING WS-D12-POS FROM 1 BY 1
               UNTIL WS-D12-POS > WS-D12-LAST-POS
               MOVE ZEROS TO WS-D12-MEMO-ROW (WS-D12-POS)
           END-PERFORM
           MOVE 1 TO WS-D12-MEMO-CELL (WS-D12-LAST-POS,
               WS-D12-LAST-GRP)
           MOVE ZERO TO WS-D12-OPEN-RUN (WS-D12-LAST-POS)
           PERFORM VARYING WS-D12-POS FROM WS-D12-LEN BY -1
               UNTIL WS-D12-POS < 1
               IF WS-D12-PATTERN (WS-D12-POS:1) = "."
                   MOVE ZERO TO WS-D12-OPEN-RUN (WS-D12-POS)
               ELSE
                   COMPUTE WS-D12-OPEN-RUN (WS-D12-POS) =
                       WS-D12-OPEN-RUN (WS-D12-POS + 1) + 1
               END-IF
               PERFORM VARYING WS-D12-GRP FROM 1 BY 1
                   UNTIL WS-D12-GRP > WS-D12-LAST-GRP
                   PERFORM D12-FILL-MEMO-CELL
               END-PERFORM
           END-PERFORM
           MOVE WS-D12-MEMO-CELL (1, 1) TO WS-D12-COUNT.

       D12-FILL-MEMO-CELL.
      * Spring p working (. or ?): carry (p+1, g). Spring p starting
      * group g (# or ?): the group must fit in the open run from p
      * and not be followed straight away by a #; the spring after
      * it is the gap, so the count is (p + size + 1, g + 1) - or
      * the end of the pattern when the group runs to it.
           MOVE ZERO TO WS-D12-CELL-WORK
           IF WS-D12-PATTERN (WS-D12-POS:1) NOT = "#"
               MOVE WS-D12-MEMO-CELL (WS-D12-POS + 1, WS-D12-GRP)
                   TO WS-D12-CELL-WORK
           END-IF
           IF WS-D12-PATTERN (WS-D12-POS:1) NOT = "."
               AND WS-D12-GRP <= WS-D12-GROUP-COUNT
               IF WS-D12-OPEN-RUN (WS-D12-POS)
                   >= WS-D12-GROUP (WS-D12-GRP)
                   COMPUTE WS-D12-END-POS =
                       WS-D12-POS + WS-D12-GROUP (WS-D12-GRP)
                   COMPUTE WS-D12-NEXT-GRP = WS-D12-GRP + 1
                   IF WS-D12-END-POS > WS-D12-LEN
                       ADD WS-D12-MEMO-CELL (WS-D12-LAST-POS,
                           WS-D12-NEXT-GRP) TO WS-D12-CELL-WORK
                           ON SIZE ERROR
                               MOVE "YES" TO WS-D12-ROW-OVERFLOW
                       END-ADD
                   ELSE
                       IF WS-D12-PATTERN (WS-D12-END-POS:1) NOT = "#"
                           COMPUTE WS-D12-NEXT-POS = WS-D12-END-POS + 1
                           ADD WS-D12-MEMO-CELL (WS-D12-NEXT-POS,
                               WS-D12-NEXT-GRP) TO WS-D12-CELL-WORK
                               ON SIZE ERROR
                                   MOVE "YES" TO WS-D12-ROW-OVERFLOW
                           END-ADD
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE WS-D12-CELL-WORK
               TO WS-D12-MEMO-CELL (WS-D12-POS, WS-D12-GRP).

       D12-TRACE-ROW-COUNT.
           MOVE WS-PHYSICAL-LINE-NO TO TRC-LINE-NUMBER
           MOVE "ROW-COUNT" TO TRC-STAGE
           MOVE SPACES TO TRC-VALUES
           MOVE WS-D12-PART1-COUNT TO WS-TRACE-NUMBER
           MOVE WS-D12-PART2-COUNT TO WS-TRACE-NUMBER2
           STRING "springs=" WS-D12-RAW-LEN
               " groups=" WS-D12-RAW-GROUP-COUNT
               " part1=" FUNCTION TRIM (WS-TRACE-NUMBER)
               " unfold=" WS-D12-UNFOLD-FACTOR
               " part2=" FUNCTION TRIM (WS-TRACE-NUMBER2)
               " overflow=" WS-D12-ROW-OVERFLOW
               DELIMITED BY SIZE INTO TRC-VALUES
           PERFORM WRITE-TRACE-RECORD.

       WRITE-TRACE-RECORD.
           MOVE "PUT " TO TRC-FUNCTION
           CALL "AOC-TRACE" USING WS-TRACE-PARMS.

       END PROGRAM AOC-DAY12.
