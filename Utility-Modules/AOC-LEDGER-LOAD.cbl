      * Tectonics: cobc
      * Update: serializes on the AOC-LOCK ledger lock before
      * touching either shared file.
      * Update: loaded records carry AX-CONFIRMED "NO " - the history
      * file cannot say which answers the site accepted, so a rebuild
      * is followed by AOC-GUESS RECONFIRM to restore the flags from
      * the submission journal.
      * Update: each key is read before it is loaded, and every
      * load is journaled through AOC-LEDGER-JRNL - ADD for a new
      * key, CHG with the replaced record as the before image - so
      * a rebuild that wiped confirmed flags can be rolled back
      * with AOC-RECOVER. The report counts the journaled changes.
      * Update: a season closed through AOC-LEDGER CLOSE is not
      * rebuilt - its history records are skipped and its indexed
      * keys left exactly as they were closed (the refusal is logged
      * once per season by AOC-SEASON-CTL). The report counts the
      * skipped records and the run ends RC 4 when there were any.
      * Update: the indexed key carries the participant after the
      * season (AOC-ROSTER), so an index built before that is
      * reloaded once through here. Each history record loads under
      * its own AR-PARTICIPANT; records that predate the column read
      * back blank and load as the installation's own participant.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-LEDGER-LOAD.
       01 WS-LOCK-RETURN-CODE       PIC 99.
       01 WS-LOCK-HELD              PIC X(3) VALUE "NO".

      * AOC-LEDGER-JRNL interface - every loaded key is journaled.
       01 WS-LJ-PARMS.
           COPY "AOC-LEDGER-JRNL.cpy".
       01 WS-JOURNALED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-UNJOURNALED-COUNT      PIC 9(6) VALUE ZERO.

      * AOC-SEASON-CTL interface - a closed season is not rebuilt.
      * Each season met in the history is asked about once.
       01 WS-SV-PARMS.
           COPY "AOC-SEASON-CTL.cpy".
       01 WS-RECORD-SEASON          PIC 9(4).
       01 WS-RECORD-SEASON-CLOSED   PIC X(3).
       01 WS-CHECKED-SEASON-COUNT   PIC 9(2) VALUE ZERO.
       01 WS-CHECKED-SEASONS.
          05 WS-CHECKED-ENTRY OCCURS 50 TIMES
              INDEXED BY WS-CHK-IDX.
             10 WS-CHK-SEASON       PIC 9(4).
             10 WS-CHK-CLOSED       PIC X(3).
       01 WS-CLOSED-SKIP-COUNT      PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-FILENAMES
                           AT END
                               MOVE "YES" TO END-OF-FILE
                           NOT AT END
                               PERFORM CHECK-RECORD-SEASON-CLOSED
                               IF WS-RECORD-SEASON-CLOSED = "YES"
                                   ADD 1 TO WS-READ-COUNT
                                   ADD 1 TO WS-CLOSED-SKIP-COUNT
                               ELSE
                                   PERFORM LOAD-ONE-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AOC-RESULTS-FILE
               CLOSE RESULTS-INDEX-FILE
           END-IF
           PERFORM RELEASE-LEDGER-LOCK
           IF WS-CLOSED-SKIP-COUNT > ZERO AND WS-EXIT-RC = ZERO
               MOVE 4 TO WS-EXIT-RC
           END-IF
           PERFORM PRINT-CONVERSION-REPORT
           MOVE WS-EXIT-RC TO RETURN-CODE
           GOBACK.
               OPEN I-O RESULTS-INDEX-FILE
           END-IF.

       CHECK-RECORD-SEASON-CLOSED.
      * Records written before the season column count as 2023, the
      * same convention LOAD-ONE-RECORD applies.
           IF AR-SEASON-YEAR IS NUMERIC
               MOVE AR-SEASON-YEAR TO WS-RECORD-SEASON
           ELSE
               MOVE 2023 TO WS-RECORD-SEASON
           END-IF
           MOVE "NO " TO WS-RECORD-SEASON-CLOSED
           SET WS-CHK-IDX TO 1
           SEARCH WS-CHECKED-ENTRY
               AT END
                   PERFORM ASK-RECORD-SEASON
               WHEN WS-CHK-IDX > WS-CHECKED-SEASON-COUNT
                   PERFORM ASK-RECORD-SEASON
               WHEN WS-CHK-SEASON (WS-CHK-IDX) = WS-RECORD-SEASON
                   MOVE WS-CHK-CLOSED (WS-CHK-IDX)
                       TO WS-RECORD-SEASON-CLOSED
           END-SEARCH.

       ASK-RECORD-SEASON.
           MOVE "CHK " TO SV-FUNCTION
           MOVE WS-LOCK-PROGRAM TO SV-PROGRAM
           MOVE WS-RECORD-SEASON TO SV-SEASON-YEAR
           MOVE "rebuild of its indexed ledger keys" TO SV-ACTION
           CALL "AOC-SEASON-CTL" USING WS-SV-PARMS
           IF SV-RETURN-CODE NOT = ZERO
               MOVE "YES" TO WS-RECORD-SEASON-CLOSED
               DISPLAY "AOC-LEDGER-LOAD: season " WS-RECORD-SEASON
                   " is closed - its records are not loaded"
           END-IF
           IF WS-CHECKED-SEASON-COUNT < 50
               ADD 1 TO WS-CHECKED-SEASON-COUNT
               SET WS-CHK-IDX TO WS-CHECKED-SEASON-COUNT
               MOVE WS-RECORD-SEASON TO WS-CHK-SEASON (WS-CHK-IDX)
               MOVE WS-RECORD-SEASON-CLOSED
                   TO WS-CHK-CLOSED (WS-CHK-IDX)
           END-IF.

       LOAD-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO RESULTS-INDEX-RECORD
           ELSE
               MOVE 2023 TO AX-SEASON-YEAR
           END-IF
      * A blank participant - including every record written before
      * the participant column - is the installation's own.
           MOVE AR-PARTICIPANT TO AX-PARTICIPANT
           MOVE AR-DAY-NUMBER TO AX-DAY-NUMBER
           MOVE AR-PART-NUMBER TO AX-PART-NUMBER
           MOVE AR-ANSWER TO AX-ANSWER
           ELSE
               MOVE ZERO TO AX-INPUT-BYTE-SUM
           END-IF
      * The history file knows nothing of what the site accepted - a
      * rebuilt record is computed only until AOC-GUESS RECONFIRM
      * re-applies the submission journal.
           MOVE "NO " TO AX-CONFIRMED
           MOVE RESULTS-INDEX-RECORD TO LJ-AFTER-IMAGE
           READ RESULTS-INDEX-FILE
               INVALID KEY
                   MOVE "ADD" TO LJ-CHANGE-TYPE
                   MOVE SPACES TO LJ-BEFORE-IMAGE
                   MOVE LJ-AFTER-IMAGE TO RESULTS-INDEX-RECORD
                   WRITE RESULTS-INDEX-RECORD
                   END-WRITE
                   ADD 1 TO WS-LOADED-COUNT
               NOT INVALID KEY
      * Same day/part already on the index - from an earlier record
      * of this load or from the index being rebuilt. The later
      * record is the later run, so it wins.
                   MOVE "CHG" TO LJ-CHANGE-TYPE
                   MOVE RESULTS-INDEX-RECORD TO LJ-BEFORE-IMAGE
                   MOVE LJ-AFTER-IMAGE TO RESULTS-INDEX-RECORD
                   REWRITE RESULTS-INDEX-RECORD
                   END-REWRITE
                   ADD 1 TO WS-REPLACED-COUNT
           END-READ
           IF WS-INDEX-FILE-STATUS = "00"
               MOVE "PUT " TO LJ-FUNCTION
               MOVE WS-LOCK-PROGRAM TO LJ-PROGRAM
               MOVE ZERO TO LJ-REVERSES-ID
               CALL "AOC-LEDGER-JRNL" USING WS-LJ-PARMS
               IF LJ-RETURN-CODE = ZERO
                   ADD 1 TO WS-JOURNALED-COUNT
               ELSE
                   ADD 1 TO WS-UNJOURNALED-COUNT
               END-IF
           END-IF.

       PRINT-CONVERSION-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-TIMESTAMP
           DISPLAY "  Records read      : " WS-READ-COUNT
           DISPLAY "  Keys loaded       : " WS-LOADED-COUNT
           DISPLAY "  Keys replaced     : " WS-REPLACED-COUNT
           DISPLAY "  Changes journaled : " WS-JOURNALED-COUNT
           IF WS-CLOSED-SKIP-COUNT > ZERO
               DISPLAY "  Closed season skip: " WS-CLOSED-SKIP-COUNT
                   " record(s) - closed season(s) left as closed"
           END-IF
           IF WS-UNJOURNALED-COUNT > ZERO
               DISPLAY "  NOT journaled     : " WS-UNJOURNALED-COUNT
                   " - see the log"
           END-IF
           DISPLAY "============================================"
           DISPLAY "END OF CONVERSION REPORT"
           DISPLAY "============================================".
