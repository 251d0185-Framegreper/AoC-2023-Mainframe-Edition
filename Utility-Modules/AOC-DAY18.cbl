      ******************************************************************
      * Author:
      * Date:
      * Purpose: Day 18 solver - the lagoon dig plan. Dispatched by
      * AOC-RUNNER's solver registry through the AOC-SOLVER.cpy
      * parameter block.
      * Each line ("R 6 (#70c710)") splits on spaces into three
      * columns. Part 1 digs by the first two - a direction (U, D, L
      * or R) and a length validated through TOKEN-TO-NUMBER. Part 2
      * digs by the colour field instead: its first five hex digits
      * are the length and its sixth the direction (0 R, 1 D, 2 L,
      * 3 U), which puts the trench hundreds of millions of metres
      * across - no grid is ever built. Both plans are loaded whole
      * and each is handed to POLYGON-AREA as a MOVE list; the lagoon
      * is the trench itself plus everything inside it, the interior
      * plus the boundary.
      * Every move shapes the loop that every later move closes, so
      * a line that does not parse - either the direction/length
      * columns or the colour field - fails the whole day rather
      * than being skipped: one mis-decoded instruction changes the
      * area of everything that follows. A plan that does not bring
      * the trench back to where it started fails the day the same
      * way.
      * With SOL-TRACE on, every line writes a MOVE record (both
      * parts' decoded direction and length) and each part a
      * POLYGON-n record with POLYGON-AREA's return code, area,
      * boundary, interior and the lagoon size.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY18.

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
       01 WS-LOG-PROGRAM-NAME       PIC X(16) VALUE "AOC-DAY18".
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
       01 WS-SPLIT-DELIM-LEN-LIST.
          05 WS-SPLIT-DELIM-LEN     PIC 9(2) OCCURS 10 TIMES
              VALUE ZERO.
       01 WS-SPLIT-TOKEN-TABLE.
          05 WS-SPLIT-TOKEN         PIC X(100) OCCURS 100 TIMES
              INDEXED BY WS-SPLIT-TOKEN-IDX.
       01 WS-SPLIT-TOKEN-COUNT      PIC 9(3).

      * TOKEN-TO-NUMBER interface - only the Part 1 length goes
      * through it.
       01 WS-TTN-TOKEN-TABLE.
          05 WS-TTN-TOKEN           PIC X(100) OCCURS 100 TIMES.
       01 WS-TTN-TOKEN-COUNT        PIC 9(3).
       01 WS-TTN-NUMBER-TABLE.
          05 WS-TTN-NUMBER          PIC S9(18) OCCURS 100 TIMES
              INDEXED BY WS-TTN-NUM-IDX.
       01 WS-TTN-VALID-TABLE.
          05 WS-TTN-VALID           PIC X(3) OCCURS 100 TIMES
              INDEXED BY WS-TTN-VAL-IDX.
       01 WS-TTN-REJECT-COUNT       PIC 9(3).
       01 WS-TTN-RETURN-CODE        PIC 99.

      * Every line's two instructions, in input order.
       01 WS-D18-MOVE-LIMIT         PIC 9(4) VALUE 5000.
       01 WS-D18-MOVE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-D18-MOVE-TABLE.
          05 WS-D18-MOVE-ENTRY OCCURS 5000 TIMES
              INDEXED BY WS-D18-MOVE-IDX.
             10 WS-D18-LINE-NO      PIC 9(6).
             10 WS-D18-DIRECTION    PIC X(1) OCCURS 2 TIMES.
             10 WS-D18-LENGTH       PIC 9(9) OCCURS 2 TIMES.
       01 WS-D18-FAILED             PIC X(3) VALUE "NO".
       01 WS-D18-PART               PIC 9(1).
       01 WS-D18-K                  PIC 9(4).
       01 WS-D18-LAGOON             PIC S9(18).

      * Colour decoding - a hex digit's value is its position in
      * either string less one; the sixth digit indexes the
      * direction string.
       01 WS-D18-HEX-LOWER          PIC X(16)
           VALUE "0123456789abcdef".
       01 WS-D18-HEX-UPPER          PIC X(16)
           VALUE "0123456789ABCDEF".
       01 WS-D18-HEX-DIRECTIONS     PIC X(4) VALUE "RDLU".
       01 WS-D18-HEX-POS            PIC 9(1).
       01 WS-D18-HEX-VALUE          PIC 9(2).
       01 WS-D18-V                  PIC 9(2).
       01 WS-D18-COLOUR-OK          PIC X(3).
       01 WS-D18-COLOUR-LENGTH      PIC 9(9).
       01 WS-D18-COLOUR-DIRECTION   PIC X(1).

      * POLYGON-AREA interface - one part's plan as a MOVE list.
       01 WS-PA-PARMS.
          05 WS-PA-FUNCTION         PIC X(4).
          05 WS-PA-POINT-COUNT      PIC 9(5).
          05 WS-PA-TWICE-AREA       PIC S9(18).
          05 WS-PA-AREA             PIC S9(17)V9.
          05 WS-PA-BOUNDARY         PIC S9(18).
          05 WS-PA-INTERIOR         PIC S9(18).
          05 WS-PA-RETURN-CODE      PIC 99.
          05 WS-PA-POINT-TABLE.
             10 WS-PA-POINT OCCURS 20000 TIMES
                 INDEXED BY WS-PA-IDX.
                15 WS-PA-VERTEX.
                   20 WS-PA-X       PIC S9(18).
                   20 WS-PA-Y       PIC S9(18).
                15 WS-PA-STEP REDEFINES WS-PA-VERTEX.
                   20 WS-PA-DIRECTION PIC X(1).
                   20 WS-PA-LENGTH  PIC S9(18).
                   20 FILLER        PIC X(17).

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
           MOVE "NO" TO END-OF-FILE
           MOVE "NO " TO WS-D18-FAILED
           MOVE ZERO TO WS-PHYSICAL-LINE-NO
           MOVE ZERO TO WS-D18-MOVE-COUNT
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
                               PERFORM D18-LOAD-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-FILE
      * The loop only exists once every move is in, so both parts
      * are measured here.
               IF SOL-DRY-RUN NOT = "YES"
                   IF WS-D18-FAILED = "YES"
                       MOVE 8 TO SOL-RETURN-CODE
                   ELSE
                       MOVE 1 TO WS-D18-PART
                       PERFORM D18-MEASURE-LAGOON
                       IF WS-D18-FAILED NOT = "YES"
                           MOVE 2 TO WS-D18-PART
                           PERFORM D18-MEASURE-LAGOON
                       END-IF
                       IF WS-D18-FAILED = "YES"
                           MOVE 8 TO SOL-RETURN-CODE
                       END-IF
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

       D18-LOAD-ONE-LINE.
           MOVE INPUT-RECORD TO WS-SPLIT-LINE
           MOVE 1 TO WS-SPLIT-DELIM-COUNT
           MOVE SPACE TO WS-SPLIT-DELIM (1)
           CALL "STRING-SPLITTER" USING WS-SPLIT-PARMS WS-SPLIT-LINE
               WS-SPLIT-DELIM-LIST WS-SPLIT-DELIM-COUNT
               WS-SPLIT-DELIM-LEN-LIST
               WS-SPLIT-TOKEN-TABLE WS-SPLIT-TOKEN-COUNT
           IF WS-SPLIT-RETURN-CODE NOT = ZERO
               OR WS-SPLIT-TOKEN-COUNT NOT = 3
               OR WS-SPLIT-TOKEN (1) (2:99) NOT = SPACES
               PERFORM D18-FLAG-MOVE-FAILURE
           ELSE
               MOVE 1 TO WS-TTN-TOKEN-COUNT
               MOVE WS-SPLIT-TOKEN (2) TO WS-TTN-TOKEN (1)
               CALL "TOKEN-TO-NUMBER" USING WS-TTN-TOKEN-TABLE
                   WS-TTN-TOKEN-COUNT WS-TTN-NUMBER-TABLE
                   WS-TTN-VALID-TABLE WS-TTN-REJECT-COUNT
                   WS-TTN-RETURN-CODE
               PERFORM D18-DECODE-COLOUR
               EVALUATE TRUE
                   WHEN WS-SPLIT-TOKEN (1) (1:1) NOT = "U"
                       AND WS-SPLIT-TOKEN (1) (1:1) NOT = "D"
                       AND WS-SPLIT-TOKEN (1) (1:1) NOT = "L"
                       AND WS-SPLIT-TOKEN (1) (1:1) NOT = "R"
                       PERFORM D18-FLAG-MOVE-FAILURE
                   WHEN WS-TTN-REJECT-COUNT > ZERO
                       PERFORM D18-FLAG-MOVE-FAILURE
                   WHEN WS-TTN-NUMBER (1) < 1
                       OR WS-TTN-NUMBER (1) > 999999999
                       PERFORM D18-FLAG-MOVE-FAILURE
                   WHEN WS-D18-COLOUR-OK NOT = "YES"
                       PERFORM D18-FLAG-COLOUR-FAILURE
                   WHEN WS-D18-MOVE-COUNT >= WS-D18-MOVE-LIMIT
                       ADD 1 TO SOL-PARSE-FAILURES
                       MOVE "YES" TO WS-D18-FAILED
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "line " WS-PHYSICAL-LINE-NO " is past "
                           "the " WS-D18-MOVE-LIMIT "-move table - "
                           "the trench would not close"
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "E" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG-MESSAGE
                   WHEN OTHER
                       ADD 1 TO WS-D18-MOVE-COUNT
                       SET WS-D18-MOVE-IDX TO WS-D18-MOVE-COUNT
                       MOVE WS-PHYSICAL-LINE-NO
                           TO WS-D18-LINE-NO (WS-D18-MOVE-IDX)
                       MOVE WS-SPLIT-TOKEN (1) (1:1)
                           TO WS-D18-DIRECTION (WS-D18-MOVE-IDX, 1)
                       MOVE WS-TTN-NUMBER (1)
                           TO WS-D18-LENGTH (WS-D18-MOVE-IDX, 1)
                       MOVE WS-D18-COLOUR-DIRECTION
                           TO WS-D18-DIRECTION (WS-D18-MOVE-IDX, 2)
                       MOVE WS-D18-COLOUR-LENGTH
                           TO WS-D18-LENGTH (WS-D18-MOVE-IDX, 2)
                       IF SOL-TRACE = "YES"
                           PERFORM D18-TRACE-MOVE
                       END-IF
               END-EVALUATE
           END-IF.

       D18-DECODE-COLOUR.
      * "(#" six hex digits ")" and nothing after - five digits of
      * length, then the direction digit 0 to 3.
           MOVE "YES" TO WS-D18-COLOUR-OK
           MOVE ZERO TO WS-D18-COLOUR-LENGTH
           MOVE SPACE TO WS-D18-COLOUR-DIRECTION
           IF WS-SPLIT-TOKEN (3) (1:2) NOT = "(#"
               OR WS-SPLIT-TOKEN (3) (9:1) NOT = ")"
               OR WS-SPLIT-TOKEN (3) (10:91) NOT = SPACES
               MOVE "NO " TO WS-D18-COLOUR-OK
           ELSE
               PERFORM VARYING WS-D18-HEX-POS FROM 3 BY 1
                   UNTIL WS-D18-HEX-POS > 8
                   OR WS-D18-COLOUR-OK NOT = "YES"
                   MOVE ZERO TO WS-D18-HEX-VALUE
                   PERFORM VARYING WS-D18-V FROM 1 BY 1
                       UNTIL WS-D18-V > 16
                       IF WS-SPLIT-TOKEN (3) (WS-D18-HEX-POS:1)
                           = WS-D18-HEX-LOWER (WS-D18-V:1)
                           OR WS-SPLIT-TOKEN (3) (WS-D18-HEX-POS:1)
                           = WS-D18-HEX-UPPER (WS-D18-V:1)
                           MOVE WS-D18-V TO WS-D18-HEX-VALUE
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-D18-HEX-VALUE = ZERO
                           MOVE "NO " TO WS-D18-COLOUR-OK
                       WHEN WS-D18-HEX-POS < 8
                           COMPUTE WS-D18-COLOUR-LENGTH =
                               WS-D18-COLOUR-LENGTH * 16
                               + WS-D18-HEX-VALUE - 1
                       WHEN WS-D18-HEX-VALUE > 4
                           MOVE "NO " TO WS-D18-COLOUR-OK
                       WHEN OTHER
                           MOVE WS-D18-HEX-DIRECTIONS
                               (WS-D18-HEX-VALUE:1)
                               TO WS-D18-COLOUR-DIRECTION
                   END-EVALUATE
               END-PERFORM
               IF WS-D18-COLOUR-LENGTH = ZERO
                   MOVE "NO " TO WS-D18-COLOUR-OK
               END-IF
           END-IF.

       D18-FLAG-MOVE-FAILURE.
           ADD 1 TO SOL-PARSE-FAILURES
           MOVE "YES" TO WS-D18-FAILED
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "line " WS-PHYSICAL-LINE-NO
               " is not a U/D/L/R direction, a whole-number length"
               " and a colour"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "E" TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG-MESSAGE.

       D18-FLAG-COLOUR-FAILURE.
           ADD 1 TO SOL-PARSE-FAILURES
           MOVE "YES" TO WS-D18-FAILED
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "line " WS-PHYSICAL-LINE-NO
               " colour " FUNCTION TRIM (WS-SPLIT-TOKEN (3))
               " is not (#lllllD) hex - the Part 2 plan cannot be"
               " decoded"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "E" TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG-MESSAGE.

       D18-MEASURE-LAGOON.
      * Hand WS-D18-PART's plan to POLYGON-AREA; the lagoon is the
      * trench (the boundary) plus the ground it encloses.
           MOVE "MOVE" TO WS-PA-FUNCTION
           MOVE WS-D18-MOVE-COUNT TO WS-PA-POINT-COUNT
           PERFORM VARYING WS-D18-K FROM 1 BY 1
               UNTIL WS-D18-K > WS-D18-MOVE-COUNT
               MOVE WS-D18-DIRECTION (WS-D18-K, WS-D18-PART)
                   TO WS-PA-DIRECTION (WS-D18-K)
               MOVE WS-D18-LENGTH (WS-D18-K, WS-D18-PART)
                   TO WS-PA-LENGTH (WS-D18-K)
           END-PERFORM
           CALL "POLYGON-AREA" USING WS-PA-PARMS
           MOVE ZERO TO WS-D18-LAGOON
           EVALUATE WS-PA-RETURN-CODE
               WHEN ZERO
                   COMPUTE WS-D18-LAGOON =
                       WS-PA-INTERIOR + WS-PA-BOUNDARY
                       ON SIZE ERROR
                           MOVE "YES" TO SOL-ANSWER-OVERFLOW
                   END-COMPUTE
                   IF WS-D18-PART = 1
                       MOVE WS-D18-LAGOON TO SOL-PART1-ANSWER
                   ELSE
                       MOVE WS-D18-LAGOON TO SOL-PART2-ANSWER
                   END-IF
               WHEN 4
      * The area ran past 18 digits - same guard as every other
      * accumulator wrap, the answers must not be ledgered.
                   MOVE "YES" TO SOL-ANSWER-OVERFLOW
               WHEN OTHER
                   MOVE "YES" TO WS-D18-FAILED
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "the Part " WS-D18-PART " dig plan does not"
                       " bring the trench back to its start (POLYGON"
                       "-AREA rc " WS-PA-RETURN-CODE ")"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "E" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
           END-EVALUATE
           IF SOL-TRACE = "YES"
               PERFORM D18-TRACE-POLYGON
           END-IF.

       D18-TRACE-MOVE.
           MOVE WS-PHYSICAL-LINE-NO TO TRC-LINE-NUMBER
           MOVE "MOVE" TO TRC-STAGE
           MOVE SPACES TO TRC-VALUES
           MOVE WS-D18-LENGTH (WS-D18-MOVE-IDX, 1) TO WS-TRACE-NUMBER
           MOVE WS-D18-LENGTH (WS-D18-MOVE-IDX, 2)
               TO WS-TRACE-NUMBER2
           STRING "part1=" WS-D18-DIRECTION (WS-D18-MOVE-IDX, 1)
               " " FUNCTION TRIM (WS-TRACE-NUMBER)
               " part2=" WS-D18-DIRECTION (WS-D18-MOVE-IDX, 2)
               " " FUNCTION TRIM (WS-TRACE-NUMBER2)
               " colour=" FUNCTION TRIM (WS-SPLIT-TOKEN (3))
               DELIMITED BY SIZE INTO TRC-VALUES
           PERFORM WRITE-TRACE-RECORD.

       D18-TRACE-POLYGON.
           MOVE ZERO TO TRC-LINE-NUMBER
           IF WS-D18-PART = 1
               MOVE "POLYGON-1" TO TRC-STAGE
           ELSE
               MOVE "POLYGON-2" TO TRC-STAGE
           END-IF
           MOVE SPACES TO TRC-VALUES
           MOVE WS-PA-TWICE-AREA TO WS-TRACE-NUMBER
           MOVE WS-PA-BOUNDARY TO WS-TRACE-NUMBER2
           MOVE WS-PA-INTERIOR TO WS-TRACE-NUMBER3
           MOVE WS-D18-LAGOON TO WS-TRACE-NUMBER4
           STRING "rc=" WS-PA-RETURN-CODE
               " moves=" WS-PA-POINT-COUNT
               " twice-area=" FUNCTION TRIM (WS-TRACE-NUMBER)
               " boundary=" FUNCTION TRIM (WS-TRACE-NUMBER2)
               " interior=" FUNCTION TRIM (WS-TRACE-NUMBER3)
               " lagoon=" FUNCTION TRIM (WS-TRACE-NUMBER4)
               DELIMITED BY SIZE INTO TRC-VALUES
           PERFORM WRITE-TRACE-RECORD.

       WRITE-TRACE-RECORD.
           MOVE "PUT " TO TRC-FUNCTION
           CALL "AOC-TRACE" USING WS-TRACE-PARMS.

       END PROGRAM AOC-DAY18.
