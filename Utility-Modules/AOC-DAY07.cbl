      ******************************************************************
      * Author:
      * Date:
      * Purpose: Day 7 solver - camel cards. Dispatched by AOC-RUNNER's
      * solver registry through the AOC-SOLVER.cpy parameter block.
      * Each line ("32T3K 765") splits on spaces into a five-card hand
      * and its bid, the bid validated through TOKEN-TO-NUMBER. Every
      * hand is classified into its type (high card up to five of a
      * kind) and given a numeric strength key - the type, then each
      * card's value in dealt order - so one ascending sort ranks the
      * whole table. TABLE-SORT ranks the hands 100 at a time (its
      * table size) and the sorted blocks are merged here into one
      * ranking; Part 1 totals bid times rank. Part 2 repeats the
      * classification and ranking with jokers wild: each J joins
      * whichever card the hand holds most of, and on its own counts
      * below every other card when hands tie on type.
      * Ranking depends on every hand, so unlike Day 4's skip-the-
      * card convention a Day 7 parse failure fails the whole day -
      * one dropped hand would shift the rank of every hand above it.
      * A run writes the <season>-DAY07-RANK-REPORT.TXT audit trail -
      * one line per hand in input order with its type under both
      * rule sets, its rank and its winnings - skipped on a verify
      * replay the same way Day 4's card report is.
      * Update: with SOL-TRACE on, the solver writes its working
      * through AOC-TRACE - a HAND record per hand as it is loaded
      * (strength key and type under both rule sets) and a RANK-1 /
      * RANK-2 record per hand as the merge assigns its rank, with
      * the winnings and the running total. The line number is the
      * hand's input line.
      * Update: the rank report is named from SOL-FILE-PREFIX, so each
      * participant's run writes its own
      * (2023-JSMITH-DAY07-...) instead of overwriting the last.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-DAY07.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC SOL-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT RANK-REPORT-FILE ASSIGN TO DYNAMIC
           WS-RANK-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RANK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE LABEL RECORDS ARE STANDARD.
           01  INPUT-RECORD              PIC X(200).

       FD  RANK-REPORT-FILE LABEL RECORDS ARE STANDARD.
           01  RANK-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-FILE-STATUS      PIC X(2) VALUE SPACES.
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-PHYSICAL-LINE-NO       PIC 9(6) VALUE ZERO.
       01 WS-RECORD-NOT-EMPTY       PIC X(3) VALUE "NO".
       01 WS-I                      PIC 999.
       01 WS-CH                     PIC X.
       01 WS-REPORT-TIMESTAMP       PIC X(26).

      * AOC-LOGGER interface.
       01 WS-LOG-PROGRAM-NAME       PIC X(16) VALUE "AOC-DAY07".
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

      * TOKEN-TO-NUMBER interface - only the bid goes through it.
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

      * TABLE-SORT interface - one 100-hand block at a time, the
      * strength keys in the numeric table and the hands carried
      * along in the token table.
       01 WS-TS-TOKEN-TABLE.
          05 WS-TS-TOKEN            PIC X(100) OCCURS 100 TIMES.
       01 WS-TS-NUMBER-TABLE.
          05 WS-TS-NUMBER           PIC S9(18) OCCURS 100 TIMES.
       01 WS-TS-ENTRY-COUNT         PIC 9(3).
       01 WS-TS-SORT-ORDER          PIC X(1) VALUE "A".
       01 WS-TS-SORT-MODE           PIC X(1) VALUE "N".
       01 WS-TS-PERMUTATION-TABLE.
          05 WS-TS-ORIGINAL-POS     PIC 9(3) OCCURS 100 TIMES.
       01 WS-TS-RETURN-CODE         PIC 99.

      * Card order for each rule set - a card's value is its position
      * in the string plus one, so 2 is lowest and A highest, with
      * the joker moved to the bottom for Part 2.
       01 WS-D7-CARD-ORDER-1        PIC X(13) VALUE "23456789TJQKA".
       01 WS-D7-CARD-ORDER-2        PIC X(13) VALUE "J23456789TQKA".
       01 WS-D7-TYPE-NAME-DATA.
          05 FILLER                 PIC X(15) VALUE "HIGH CARD".
          05 FILLER                 PIC X(15) VALUE "ONE PAIR".
          05 FILLER                 PIC X(15) VALUE "TWO PAIR".
          05 FILLER                 PIC X(15) VALUE "THREE OF A KIND".
          05 FILLER                 PIC X(15) VALUE "FULL HOUSE".
          05 FILLER                 PIC X(15) VALUE "FOUR OF A KIND".
          05 FILLER                 PIC X(15) VALUE "FIVE OF A KIND".
       01 WS-D7-TYPE-NAMES REDEFINES WS-D7-TYPE-NAME-DATA.
          05 WS-D7-TYPE-NAME        PIC X(15) OCCURS 7 TIMES.

      * Every hand, in input order, with both rule sets' results.
       01 WS-D7-HAND-LIMIT          PIC 9(4) VALUE 1000.
       01 WS-D7-HAND-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-D7-HAND-TABLE.
          05 WS-D7-HAND-ENTRY OCCURS 1000 TIMES
              INDEXED BY WS-D7-HAND-IDX.
             10 WS-D7-HAND          PIC X(5).
             10 WS-D7-BID           PIC 9(9).
             10 WS-D7-LINE-NO       PIC 9(6).
             10 WS-D7-TYPE          PIC 9(1) OCCURS 2 TIMES.
             10 WS-D7-KEY           PIC 9(11) OCCURS 2 TIMES.
             10 WS-D7-RANK          PIC 9(4) OCCURS 2 TIMES.
             10 WS-D7-WINNINGS      PIC 9(18) OCCURS 2 TIMES.
       01 WS-D7-FAILED              PIC X(3) VALUE "NO".
       01 WS-D7-PART                PIC 9(1).

      * Classification work - how many of each card value a hand
      * holds (jokers counted apart under Part 2 rules).
       01 WS-D7-COUNT-TABLE.
          05 WS-D7-CARD-COUNT       PIC 9(1) OCCURS 14 TIMES.
       01 WS-D7-CARD-POS            PIC 9(1).
       01 WS-D7-CARD-VALUE          PIC 9(2).
       01 WS-D7-JOKERS              PIC 9(1).
       01 WS-D7-MAX-COUNT           PIC 9(1).
       01 WS-D7-NEXT-COUNT          PIC 9(1).
       01 WS-D7-V                   PIC 9(2).
       01 WS-D7-WORK-KEY            PIC 9(11).
       01 WS-D7-CARD-OK             PIC X(3).

      * Block merge - each 100-hand block's sorted hand numbers, and
      * the next unmerged position in each block.
       01 WS-D7-SORTED-TABLE.
          05 WS-D7-SORTED-HAND      PIC 9(4) OCCURS 1000 TIMES.
       01 WS-D7-BLOCK-COUNT         PIC 9(2).
       01 WS-D7-BLOCK-TABLE.
          05 WS-D7-BLOCK OCCURS 10 TIMES INDEXED BY WS-D7-BLOCK-IDX.
             10 WS-D7-BLOCK-START   PIC 9(4).
             10 WS-D7-BLOCK-END     PIC 9(4).
             10 WS-D7-BLOCK-NEXT    PIC 9(4).
       01 WS-D7-BASE                PIC 9(4).
       01 WS-D7-K                   PIC 9(4).
       01 WS-D7-RANK-NO             PIC 9(4).
       01 WS-D7-BEST-BLOCK          PIC 9(2).
       01 WS-D7-BEST-KEY            PIC 9(11).
       01 WS-D7-CANDIDATE           PIC 9(4).

      * Rank report.
       01 WS-RANK-REPORT-FILENAME   PIC X(250) VALUE SPACES.
       01 WS-RANK-REPORT-STATUS     PIC X(2) VALUE SPACES.
       01 WS-PART1-DISPLAY          PIC -9(18).
       01 WS-PART2-DISPLAY          PIC -9(18).

      * AOC-TRACE interface - only used when the runner has switched
      * SOL-TRACE on.
       01 WS-TRACE-PARMS.
           COPY "AOC-TRACE.cpy".
       01 WS-TRACE-NUMBER           PIC Z(17)9.
       01 WS-TRACE-TOTAL            PIC -(18)9.

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
           MOVE "NO " TO WS-D7-FAILED
           MOVE ZERO TO WS-PHYSICAL-LINE-NO
           MOVE ZERO TO WS-D7-HAND-COUNT
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
                               PERFORM D7-LOAD-ONE-HAND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INPUT-FILE
      * Ranks exist only once every hand is in, so both parts are
      * solved here; the report follows while the ranks are fresh,
      * and a verify replay computes the totals but writes nothing.
               IF SOL-DRY-RUN NOT = "YES"
                   IF WS-D7-FAILED = "YES"
                       MOVE 8 TO SOL-RETURN-CODE
                   ELSE
                       MOVE 1 TO WS-D7-PART
                       PERFORM D7-RANK-ALL-HANDS
                       MOVE 2 TO WS-D7-PART
                       PERFORM D7-RANK-ALL-HANDS
                       IF SOL-VERIFY-MODE NOT = "YES"
                           PERFORM WRITE-RANK-REPORT
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

       D7-LOAD-ONE-HAND.
           MOVE INPUT-RECORD TO WS-SPLIT-LINE
           MOVE 1 TO WS-SPLIT-DELIM-COUNT
           MOVE SPACE TO WS-SPLIT-DELIM (1)
           CALL "STRING-SPLITTER" USING WS-SPLIT-PARMS WS-SPLIT-LINE
               WS-SPLIT-DELIM-LIST WS-SPLIT-DELIM-COUNT
               WS-SPLIT-DELIM-LEN-LIST
               WS-SPLIT-TOKEN-TABLE WS-SPLIT-TOKEN-COUNT
           IF WS-SPLIT-RETURN-CODE NOT = ZERO
               OR WS-SPLIT-TOKEN-COUNT NOT = 2
               OR WS-SPLIT-TOKEN (1) (6:95) NOT = SPACES
               PERFORM D7-FLAG-HAND-FAILURE
           ELSE
               MOVE "YES" TO WS-D7-CARD-OK
               PERFORM VARYING WS-D7-CARD-POS FROM 1 BY 1
                   UNTIL WS-D7-CARD-POS > 5
                   MOVE ZERO TO WS-D7-CARD-VALUE
                   PERFORM VARYING WS-D7-V FROM 1 BY 1
                       UNTIL WS-D7-V > 13
                       IF WS-SPLIT-TOKEN (1) (WS-D7-CARD-POS:1)
                           = WS-D7-CARD-ORDER-1 (WS-D7-V:1)
                           MOVE WS-D7-V TO WS-D7-CARD-VALUE
                       END-IF
                   END-PERFORM
                   IF WS-D7-CARD-VALUE = ZERO
                       MOVE "NO " TO WS-D7-CARD-OK
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-TTN-TOKEN-COUNT
               MOVE WS-SPLIT-TOKEN (2) TO WS-TTN-TOKEN (1)
               CALL "TOKEN-TO-NUMBER" USING WS-TTN-TOKEN-TABLE
                   WS-TTN-TOKEN-COUNT WS-TTN-NUMBER-TABLE
                   WS-TTN-VALID-TABLE WS-TTN-REJECT-COUNT
                   WS-TTN-RETURN-CODE
               EVALUATE TRUE
                   WHEN WS-D7-CARD-OK NOT = "YES"
                       PERFORM D7-FLAG-HAND-FAILURE
                   WHEN WS-TTN-REJECT-COUNT > ZERO
                       PERFORM D7-FLAG-HAND-FAILURE
                   WHEN WS-TTN-NUMBER (1) < ZERO
                       OR WS-TTN-NUMBER (1) > 999999999
                       PERFORM D7-FLAG-HAND-FAILURE
                   WHEN WS-D7-HAND-COUNT >= WS-D7-HAND-LIMIT
                       MOVE "YES" TO WS-D7-FAILED
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "line " WS-PHYSICAL-LINE-NO " is past "
                           "the " WS-D7-HAND-LIMIT "-hand table - "
                           "the ranking would be incomplete"
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "E" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG-MESSAGE
                   WHEN OTHER
                       ADD 1 TO WS-D7-HAND-COUNT
                       SET WS-D7-HAND-IDX TO WS-D7-HAND-COUNT
                       MOVE WS-SPLIT-TOKEN (1) (1:5)
                           TO WS-D7-HAND (WS-D7-HAND-IDX)
                       MOVE WS-TTN-NUMBER (1)
                           TO WS-D7-BID (WS-D7-HAND-IDX)
                       MOVE WS-PHYSICAL-LINE-NO
                           TO WS-D7-LINE-NO (WS-D7-HAND-IDX)
                       MOVE 1 TO WS-D7-PART
                       PERFORM D7-CLASSIFY-HAND
                       MOVE 2 TO WS-D7-PART
                       PERFORM D7-CLASSIFY-HAND
                       IF SOL-TRACE = "YES"
                           PERFORM D7-TRACE-HAND
                       END-IF
               END-EVALUATE
           END-IF.

       D7-FLAG-HAND-FAILURE.
           ADD 1 TO SOL-PARSE-FAILURES
           MOVE "YES" TO WS-D7-FAILED
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "line " WS-PHYSICAL-LINE-NO
               " is not a five-card hand and a whole-number bid"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "E" TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG-MESSAGE.

       D7-CLASSIFY-HAND.
      * Tally the hand under WS-D7-PART's card order, read its type
      * off the two largest tallies, and build the strength key:
      * type digit, then two digits per card in dealt order.
           MOVE ZERO TO WS-D7-JOKERS
           PERFORM VARYING WS-D7-V FROM 1 BY 1 UNTIL WS-D7-V > 14
               MOVE ZERO TO WS-D7-CARD-COUNT (WS-D7-V)
           END-PERFORM
           MOVE ZERO TO WS-D7-WORK-KEY
           PERFORM VARYING WS-D7-CARD-POS FROM 1 BY 1
               UNTIL WS-D7-CARD-POS > 5
               PERFORM D7-VALUE-ONE-CARD
               COMPUTE WS-D7-WORK-KEY =
                   WS-D7-WORK-KEY * 100 + WS-D7-CARD-VALUE
               IF WS-D7-PART = 2 AND WS-D7-CARD-VALUE = 1
                   ADD 1 TO WS-D7-JOKERS
               ELSE
                   ADD 1 TO WS-D7-CARD-COUNT (WS-D7-CARD-VALUE)
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-D7-MAX-COUNT
           MOVE ZERO TO WS-D7-NEXT-COUNT
           PERFORM VARYING WS-D7-V FROM 1 BY 1 UNTIL WS-D7-V > 14
               EVALUATE TRUE
                   WHEN WS-D7-CARD-COUNT (WS-D7-V) > WS-D7-MAX-COUNT
                       MOVE WS-D7-MAX-COUNT TO WS-D7-NEXT-COUNT
                       MOVE WS-D7-CARD-COUNT (WS-D7-V)
                           TO WS-D7-MAX-COUNT
                   WHEN WS-D7-CARD-COUNT (WS-D7-V) > WS-D7-NEXT-COUNT
                       MOVE WS-D7-CARD-COUNT (WS-D7-V)
                           TO WS-D7-NEXT-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
      * Jokers always do best joining the largest group.
           ADD WS-D7-JOKERS TO WS-D7-MAX-COUNT
           EVALUATE TRUE
               WHEN WS-D7-MAX-COUNT = 5
                   MOVE 7 TO WS-D7-TYPE (WS-D7-HAND-IDX WS-D7-PART)
               WHEN WS-D7-MAX-COUNT = 4
                   MOVE 6 TO WS-D7-TYPE (WS-D7-HAND-IDX WS-D7-PART)
               WHEN WS-D7-MAX-COUNT = 3 AND WS-D7-NEXT-COUNT = 2
                   MOVE 5 TO WS-D7-TYPE (WS-D7-HAND-IDX WS-D7-PART)
               WHEN WS-D7-MAX-COUNT = 3
                   MOVE 4 TO WS-D7-TYPE (WS-D7-HAND-IDX WS-D7-PART)
               WHEN WS-D7-MAX-COUNT = 2 AND WS-D7-NEXT-COUNT = 2
                   MOVE 3 TO WS-D7-TYPE (WS-D7-HAND-IDX WS-D7-PART)
               WHEN WS-D7-MAX-COUNT = 2
                   MOVE 2 TO WS-D7-TYPE (WS-D7-HAND-IDX WS-D7-PART)
               WHEN OTHER
                   MOVE 1 TO WS-D7-TYPE (WS-D7-HAND-IDX WS-D7-PART)
           END-EVALUATE
           COMPUTE WS-D7-KEY (WS-D7-HAND-IDX WS-D7-PART) =
               WS-D7-TYPE (WS-D7-HAND-IDX WS-D7-PART) * 10000000000
               + WS-D7-WORK-KEY.

       D7-VALUE-ONE-CARD.
           MOVE ZERO TO WS-D7-CARD-VALUE
           PERFORM VARYING WS-D7-V FROM 1 BY 1 UNTIL WS-D7-V > 13
               IF WS-D7-PART = 1
                   IF WS-D7-HAND (WS-D7-HAND-IDX) (WS-D7-CARD-POS:1)
                       = WS-D7-CARD-ORDER-1 (WS-D7-V:1)
                       MOVE WS-D7-V TO WS-D7-CARD-VALUE
                   END-IF
               ELSE
                   IF WS-D7-HAND (WS-D7-HAND-IDX) (WS-D7-CARD-POS:1)
                       = WS-D7-CARD-ORDER-2 (WS-D7-V:1)
                       MOVE WS-D7-V TO WS-D7-CARD-VALUE
                   END-IF
               END-IF
           END-PERFORM.

       D7-RANK-ALL-HANDS.
      * TABLE-SORT each 100-hand block on WS-D7-PART's strength key,
      * then merge the sorted blocks weakest-first: the merge order
      * is the rank, and each hand's winnings are its bid times it.
           MOVE ZERO TO WS-D7-BLOCK-COUNT
           MOVE ZERO TO WS-D7-BASE
           PERFORM UNTIL WS-D7-BASE >= WS-D7-HAND-COUNT
               PERFORM D7-SORT-ONE-BLOCK
               ADD 100 TO WS-D7-BASE
           END-PERFORM
           PERFORM VARYING WS-D7-RANK-NO FROM 1 BY 1
               UNTIL WS-D7-RANK-NO > WS-D7-HAND-COUNT
               PERFORM D7-TAKE-WEAKEST-HEAD
               MOVE WS-D7-RANK-NO
                   TO WS-D7-RANK (WS-D7-CANDIDATE WS-D7-PART)
               COMPUTE WS-D7-WINNINGS (WS-D7-CANDIDATE WS-D7-PART) =
                   WS-D7-BID (WS-D7-CANDIDATE) * WS-D7-RANK-NO
               IF WS-D7-PART = 1
                   ADD WS-D7-WINNINGS (WS-D7-CANDIDATE 1)
                       TO SOL-PART1-ANSWER
                       ON SIZE ERROR
                           MOVE "YES" TO SOL-ANSWER-OVERFLOW
                   END-ADD
               ELSE
                   ADD WS-D7-WINNINGS (WS-D7-CANDIDATE 2)
                       TO SOL-PART2-ANSWER
                       ON SIZE ERROR
                           MOVE "YES" TO SOL-ANSWER-OVERFLOW
                   END-ADD
               END-IF
               IF SOL-TRACE = "YES"
                   PERFORM D7-TRACE-RANK
               END-IF
           END-PERFORM.

       D7-TRACE-HAND.
           MOVE WS-PHYSICAL-LINE-NO TO TRC-LINE-NUMBER
           MOVE "HAND" TO TRC-STAGE
           MOVE SPACES TO TRC-VALUES
           STRING "hand=" WS-D7-HAND (WS-D7-HAND-IDX)
               " bid=" WS-D7-BID (WS-D7-HAND-IDX)
               " key1=" WS-D7-KEY (WS-D7-HAND-IDX 1)
               " type1=" WS-D7-TYPE-NAME (WS-D7-TYPE (WS-D7-HAND-IDX 1))
               DELIMITED BY SIZE
               " key2=" WS-D7-KEY (WS-D7-HAND-IDX 2)
               " type2=" WS-D7-TYPE-NAME (WS-D7-TYPE (WS-D7-HAND-IDX 2))
               DELIMITED BY SIZE INTO TRC-VALUES
           PERFORM WRITE-TRACE-RECORD.

       D7-TRACE-RANK.
           MOVE WS-D7-LINE-NO (WS-D7-CANDIDATE) TO TRC-LINE-NUMBER
           IF WS-D7-PART = 1
               MOVE "RANK-1" TO TRC-STAGE
               MOVE SOL-PART1-ANSWER TO WS-TRACE-TOTAL
           ELSE
               MOVE "RANK-2" TO TRC-STAGE
               MOVE SOL-PART2-ANSWER TO WS-TRACE-TOTAL
           END-IF
           MOVE WS-D7-WINNINGS (WS-D7-CANDIDATE WS-D7-PART)
               TO WS-TRACE-NUMBER
           MOVE SPACES TO TRC-VALUES
           STRING "hand=" WS-D7-HAND (WS-D7-CANDIDATE)
               " rank=" WS-D7-RANK-NO
               " winnings=" FUNCTION TRIM (WS-TRACE-NUMBER)
               " total=" FUNCTION TRIM (WS-TRACE-TOTAL)
               DELIMITED BY SIZE INTO TRC-VALUES
           PERFORM WRITE-TRACE-RECORD.

       WRITE-TRACE-RECORD.
           MOVE "PUT " TO TRC-FUNCTION
           CALL "AOC-TRACE" USING WS-TRACE-PARMS.

       D7-SORT-ONE-BLOCK.
           ADD 1 TO WS-D7-BLOCK-COUNT
           SET WS-D7-BLOCK-IDX TO WS-D7-BLOCK-COUNT
           COMPUTE WS-TS-ENTRY-COUNT = WS-D7-HAND-COUNT - WS-D7-BASE
           IF WS-TS-ENTRY-COUNT > 100
               MOVE 100 TO WS-TS-ENTRY-COUNT
           END-IF
           PERFORM VARYING WS-D7-K FROM 1 BY 1
               UNTIL WS-D7-K > WS-TS-ENTRY-COUNT
               MOVE SPACES TO WS-TS-TOKEN (WS-D7-K)
               MOVE WS-D7-HAND (WS-D7-BASE + WS-D7-K)
                   TO WS-TS-TOKEN (WS-D7-K)
               MOVE WS-D7-KEY (WS-D7-BASE + WS-D7-K WS-D7-PART)
                   TO WS-TS-NUMBER (WS-D7-K)
           END-PERFORM
           CALL "TABLE-SORT" USING WS-TS-TOKEN-TABLE
               WS-TS-NUMBER-TABLE WS-TS-ENTRY-COUNT WS-TS-SORT-ORDER
               WS-TS-SORT-MODE WS-TS-PERMUTATION-TABLE
               WS-TS-RETURN-CODE
           COMPUTE WS-D7-BLOCK-START (WS-D7-BLOCK-IDX) = WS-D7-BASE + 1
           COMPUTE WS-D7-BLOCK-END (WS-D7-BLOCK-IDX) =
               WS-D7-BASE + WS-TS-ENTRY-COUNT
           MOVE WS-D7-BLOCK-START (WS-D7-BLOCK-IDX)
               TO WS-D7-BLOCK-NEXT (WS-D7-BLOCK-IDX)
           PERFORM VARYING WS-D7-K FROM 1 BY 1
               UNTIL WS-D7-K > WS-TS-ENTRY-COUNT
               COMPUTE WS-D7-SORTED-HAND (WS-D7-BASE + WS-D7-K) =
                   WS-D7-BASE + WS-TS-ORIGINAL-POS (WS-D7-K)
           END-PERFORM.

       D7-TAKE-WEAKEST-HEAD.
      * The weakest unmerged hand across all block heads; ties go to
      * the earlier block, which keeps the merge stable.
           MOVE ZERO TO WS-D7-BEST-BLOCK
           PERFORM VARYING WS-D7-BLOCK-IDX FROM 1 BY 1
               UNTIL WS-D7-BLOCK-IDX > WS-D7-BLOCK-COUNT
               IF WS-D7-BLOCK-NEXT (WS-D7-BLOCK-IDX)
                   <= WS-D7-BLOCK-END (WS-D7-BLOCK-IDX)
                   MOVE WS-D7-SORTED-HAND
                       (WS-D7-BLOCK-NEXT (WS-D7-BLOCK-IDX))
                       TO WS-D7-K
                   IF WS-D7-BEST-BLOCK = ZERO
                       OR WS-D7-KEY (WS-D7-K WS-D7-PART)
                           < WS-D7-BEST-KEY
                       SET WS-D7-BEST-BLOCK TO WS-D7-BLOCK-IDX
                       MOVE WS-D7-KEY (WS-D7-K WS-D7-PART)
                           TO WS-D7-BEST-KEY
                       MOVE WS-D7-K TO WS-D7-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-D7-BLOCK-NEXT (WS-D7-BEST-BLOCK).

       WRITE-RANK-REPORT.
           MOVE SPACES TO WS-RANK-REPORT-FILENAME
           STRING SOL-FILE-PREFIX DELIMITED BY SPACE
               "DAY" SOL-DAY-NUMBER "-RANK-REPORT.TXT"
               DELIMITED BY SIZE INTO WS-RANK-REPORT-FILENAME
           OPEN OUTPUT RANK-REPORT-FILE
           IF WS-RANK-REPORT-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "rank report "
                   FUNCTION TRIM (WS-RANK-REPORT-FILENAME)
                   " could not be opened (status "
                   WS-RANK-REPORT-STATUS ")"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "W" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-REPORT-TIMESTAMP
               MOVE SPACES TO RANK-REPORT-RECORD
               STRING "DAY " SOL-DAY-NUMBER
                   " CAMEL CARDS RANK REPORT - RUN "
                   WS-REPORT-TIMESTAMP (1:14)
                   DELIMITED BY SIZE INTO RANK-REPORT-RECORD
               WRITE RANK-REPORT-RECORD
               MOVE SPACES TO RANK-REPORT-RECORD
               STRING "HAND   TYPE (PART 1)    TYPE (JOKERS)    "
                   "RANK 1  WINNINGS 1          RANK 2  "
                   "WINNINGS 2"
                   DELIMITED BY SIZE INTO RANK-REPORT-RECORD
               WRITE RANK-REPORT-RECORD
               PERFORM VARYING WS-D7-HAND-IDX FROM 1 BY 1
                   UNTIL WS-D7-HAND-IDX > WS-D7-HAND-COUNT
                   PERFORM WRITE-ONE-HAND-LINE
               END-PERFORM
               MOVE SPACES TO RANK-REPORT-RECORD
               MOVE SOL-PART1-ANSWER TO WS-PART1-DISPLAY
               MOVE SOL-PART2-ANSWER TO WS-PART2-DISPLAY
               STRING "TOTAL WINNINGS (PART 1) : " WS-PART1-DISPLAY
                   DELIMITED BY SIZE INTO RANK-REPORT-RECORD
               WRITE RANK-REPORT-RECORD
               MOVE SPACES TO RANK-REPORT-RECORD
               STRING "TOTAL WINNINGS (PART 2) : " WS-PART2-DISPLAY
                   DELIMITED BY SIZE INTO RANK-REPORT-RECORD
               WRITE RANK-REPORT-RECORD
               CLOSE RANK-REPORT-FILE
           END-IF.

       WRITE-ONE-HAND-LINE.
           MOVE SPACES TO RANK-REPORT-RECORD
           STRING WS-D7-HAND (WS-D7-HAND-IDX) "  "
               WS-D7-TYPE-NAME (WS-D7-TYPE (WS-D7-HAND-IDX 1)) "  "
               WS-D7-TYPE-NAME (WS-D7-TYPE (WS-D7-HAND-IDX 2)) "  "
               WS-D7-RANK (WS-D7-HAND-IDX 1) "    "
               WS-D7-WINNINGS (WS-D7-HAND-IDX 1) "  "
               WS-D7-RANK (WS-D7-HAND-IDX 2) "    "
               WS-D7-WINNINGS (WS-D7-HAND-IDX 2)
               DELIMITED BY SIZE INTO RANK-REPORT-RECORD
           WRITE RANK-REPORT-RECORD.

       END PROGRAM AOC-DAY07.
