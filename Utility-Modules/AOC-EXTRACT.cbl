      * completeness before loading a single row.
      * Layout (fields pipe-delimited, trimmed):
      *   HDR|<extract timestamp>|<season>
      *   DTL|season|participant|day|part|answer|run timestamp|
      *       elapsed|run count|input records|input byte-sum
      *   TRL|<detail record count>
      * Season through AOC-SEASON-YEAR (default 2023); output to
      * AOC-EXTRACT.TXT or wherever AOC-EXTRACT-DD points.
      * Serializes on the AOC-LOCK ledger lock around the reads.
      * Return codes: 0 clean, 12 a file could not be opened.
      * Tectonics: cobc
      * Update: every participant's ledger records are fed, each
      * detail carrying its participant code after the season (an
      * empty field is the installation's own participant), and the
      * run count is the participant's own runs of that day/part.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-EXTRACT.
       01 WS-LOCK-RETURN-CODE       PIC 99.
       01 WS-LOCK-HELD              PIC X(3) VALUE "NO".

      * Run counts per participant and day/part for the season,
      * tallied from the history so the feed carries how often each
      * answer was run. Participants are added as the history first
      * shows them - the roster's twenty plus the installation's own.
       01 WS-RC-PARTICIPANT-COUNT   PIC 9(2) VALUE ZERO.
       01 WS-RUN-COUNT-TABLE.
          05 WS-RUN-COUNT-PARTICIPANT OCCURS 21 TIMES
              INDEXED BY WS-RC-PT-IDX.
             10 WS-RC-PARTICIPANT   PIC X(8).
             10 WS-RUN-COUNT-DAY OCCURS 25 TIMES
                 INDEXED BY WS-RC-DAY-IDX.
                15 WS-RUN-COUNT-PART PIC 9(4) OCCURS 2 TIMES
                    INDEXED BY WS-RC-PART-IDX.
       01 WS-RC-LOOKUP              PIC X(8).
       01 WS-RC-FOUND               PIC X(3).
       01 WS-RECORD-SEASON          PIC 9(4).
       01 WS-DETAIL-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-ELAPSED-TEXT           PIC 9(6).9(2).
           ELSE
               MOVE 2023 TO WS-SEASON-YEAR
           END-IF
           INITIALIZE WS-RUN-COUNT-TABLE
           MOVE ZERO TO WS-RC-PARTICIPANT-COUNT.

       ACQUIRE-LEDGER-LOCK.
      * Serialize against every other program that opens the shared
           IF WS-RECORD-SEASON = WS-SEASON-YEAR
               AND AR-DAY-NUMBER >= 1 AND AR-DAY-NUMBER <= 25
               AND (AR-PART-NUMBER = 1 OR AR-PART-NUMBER = 2)
               MOVE AR-PARTICIPANT TO WS-RC-LOOKUP
               PERFORM FIND-RUN-COUNT-PARTICIPANT
               IF WS-RC-FOUND NOT = "YES"
                   AND WS-RC-PARTICIPANT-COUNT < 21
                   ADD 1 TO WS-RC-PARTICIPANT-COUNT
                   SET WS-RC-PT-IDX TO WS-RC-PARTICIPANT-COUNT
                   MOVE AR-PARTICIPANT
                       TO WS-RC-PARTICIPANT (WS-RC-PT-IDX)
                   MOVE "YES" TO WS-RC-FOUND
               END-IF
               IF WS-RC-FOUND = "YES"
                   SET WS-RC-DAY-IDX TO AR-DAY-NUMBER
                   SET WS-RC-PART-IDX TO AR-PART-NUMBER
                   ADD 1 TO WS-RUN-COUNT-PART
                       (WS-RC-PT-IDX WS-RC-DAY-IDX WS-RC-PART-IDX)
               END-IF
           END-IF.

       FIND-RUN-COUNT-PARTICIPANT.
      * Sets WS-RC-PT-IDX on WS-RC-LOOKUP's row of the table.
           MOVE "NO " TO WS-RC-FOUND
           SET WS-RC-PT-IDX TO 1
           SEARCH WS-RUN-COUNT-PARTICIPANT
               WHEN WS-RC-PT-IDX > WS-RC-PARTICIPANT-COUNT
                   CONTINUE
               WHEN WS-RC-PARTICIPANT (WS-RC-PT-IDX) = WS-RC-LOOKUP
                   MOVE "YES" TO WS-RC-FOUND
           END-SEARCH.

       WRITE-EXTRACT-FILE.
           OPEN INPUT RESULTS-INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = "00"
               AND AX-DAY-NUMBER >= 1 AND AX-DAY-NUMBER <= 25
               AND (AX-PART-NUMBER = 1 OR AX-PART-NUMBER = 2)
               ADD 1 TO WS-DETAIL-COUNT
               MOVE ZERO TO WS-RUN-COUNT-TEXT
               MOVE AX-PARTICIPANT TO WS-RC-LOOKUP
               PERFORM FIND-RUN-COUNT-PARTICIPANT
               IF WS-RC-FOUND = "YES"
                   SET WS-RC-DAY-IDX TO AX-DAY-NUMBER
                   SET WS-RC-PART-IDX TO AX-PART-NUMBER
                   MOVE WS-RUN-COUNT-PART
                       (WS-RC-PT-IDX WS-RC-DAY-IDX WS-RC-PART-IDX)
                       TO WS-RUN-COUNT-TEXT
               END-IF
               MOVE AX-ELAPSED-SECONDS TO WS-ELAPSED-TEXT
               MOVE SPACES TO EXTRACT-RECORD
               STRING "DTL|" AX-SEASON-YEAR "|"
                   DELIMITED BY SIZE
                   AX-PARTICIPANT DELIMITED BY SPACE
                   "|" AX-DAY-NUMBER "|"
                   AX-PART-NUMBER "|"
                   FUNCTION TRIM (AX-ANSWER) "|"
                   AX-RUN-TIMESTAMP "|"
