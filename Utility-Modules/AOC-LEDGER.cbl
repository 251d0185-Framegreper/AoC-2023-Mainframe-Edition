      * lock before touching the shared files, and the new UNLOCK
      * function is the operator path that frees a lock orphaned by
      * an abend (AOC-LOCK logs whose lock it was).
      * Update: FORCE reads each record before deleting it and
      * journals the deletion (its before image) through
      * AOC-LEDGER-JRNL, so a day forced by mistake can be put back
      * with AOC-RECOVER UNDO.
      * Update: every function is checked against the operator
      * authorization file through AOC-AUTH before anything is
      * touched - LIST and SEASON need INQUIRY, PURGE, FORCE and
      * UNLOCK need MAINTAIN - whether the console drove it or a job
      * step ran it directly. A refusal ends RC 8, logged at E.
      * Update: season close. CLOSE takes the control totals from the
      * indexed ledger - the season's ledgered parts and a hash total
      * of their answers - and records the season CLOSED through
      * AOC-SEASON-CTL; REOPEN is the explicit, logged way back. Both
      * need ADMIN. FORCE refuses a closed season RC 8, and PURGE
      * keeps a closed season's history entries as they are (RC 4
      * when that held duplicates back). LIST and SEASON carry on, and
      * SEASON shows when and by whom the season was closed.
      * Update: participant-scoped (AOC-ROSTER). LIST, SEASON and
      * FORCE work on AOC-PARTICIPANT's entries and keys (blank = the
      * installation's own, as always); a participant not on the
      * roster is refused RC 8. PURGE still covers the whole history
      * file and treats the same season/day/part for two
      * participants as two answers, never duplicates. CLOSE closes
      * the season for every participant - its control totals are
      * taken over all the season's indexed keys, read in key order
      * from the season's first key.
      * Update: DIFF dd (INQUIRY) shows what changed in a solved
      * day's input since the run that ledgered it - AOC-INPUT-DIFF
      * compares the file on disk with the copy AOC-INTAKE kept of
      * the input behind the ledgered fingerprint, prints the report
      * and leaves it in <prefix>DAYnn-INPUT-DIFF.TXT. The look
      * before a FORCE. RC 0 no change, 4 differences, 8 nothing to
      * compare against.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-LEDGER.
           SELECT RESULTS-INDEX-FILE ASSIGN TO DYNAMIC
           WS-INDEX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AX-LEDGER-KEY
           FILE STATUS IS WS-INDEX-FILE-STATUS.

       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-EXIT-RC                PIC 9(2) VALUE ZERO.
       01 WS-LOAD-REFUSED           PIC X(3) VALUE "NO".
       01 WS-PARTICIPANT            PIC X(8) VALUE SPACES.
       01 WS-PARTICIPANT-NAME       PIC X(30) VALUE SPACES.
       01 WS-INDEX-EOF              PIC X(3) VALUE "NO".

      * AOC-ROSTER interface - whose entries and keys are meant.
       01 WS-RO-PARMS.
           COPY "AOC-ROSTER.cpy".

      * AOC-LOCK serialization interface - the shared ledger files
      * are only touched while the lock is held.
       01 WS-LOCK-RETURN-CODE       PIC 99.
       01 WS-LOCK-HELD              PIC X(3) VALUE "NO".

      * AOC-LEDGER-JRNL interface - FORCE's deletions are journaled.
       01 WS-LJ-PARMS.
           COPY "AOC-LEDGER-JRNL.cpy".

      * AOC-AUTH interface - who may run which function.
       01 WS-AU-PARMS.
           COPY "AOC-AUTH.cpy".
       01 WS-AUTHORIZED             PIC X(3) VALUE "NO".

      * AOC-INPUT-DIFF interface - DIFF's comparison and report.
       01 WS-DF-PARMS.
           COPY "AOC-INPUT-DIFF.cpy".
       01 WS-DIFF-LEDGERED          PIC X(3) VALUE "NO".

      * AOC-SEASON-CTL interface - a closed season is not changed.
       01 WS-SV-PARMS.
           COPY "AOC-SEASON-CTL.cpy".
      * Seasons already asked about during a PURGE - each closed one
      * is refused (and logged) once, not once per history record.
       01 WS-CHECKED-SEASON-COUNT   PIC 9(2) VALUE ZERO.
       01 WS-CHECKED-SEASONS.
          05 WS-CHECKED-ENTRY OCCURS 50 TIMES
              INDEXED BY WS-CHK-IDX.
             10 WS-CHK-SEASON       PIC 9(4).
             10 WS-CHK-CLOSED       PIC X(3).
       01 WS-RECORD-SEASON-CLOSED   PIC X(3).
       01 WS-HELD-COUNT             PIC 9(4) VALUE ZERO.

      * Season close control totals, taken from the indexed ledger.
       01 WS-CLOSE-PART-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-CLOSE-ANSWER-HASH      PIC 9(18) VALUE ZERO.
       01 WS-CLOSE-UNCONFIRMED      PIC 9(3) VALUE ZERO.
       01 WS-HASH-WEIGHT            PIC 9(3).
       01 WS-HASH-LEN               PIC 9(2).
       01 WS-HASH-POS               PIC 9(2).

      * The whole ledger is held in storage while this utility works
      * on it - it is one record per day/part plus whatever duplicates
      * re-runs have piled up, so 1000 slots is generous for a
           PERFORM RESOLVE-FUNCTION-AND-DAY
           PERFORM RESOLVE-SEASON-YEAR
           PERFORM RESOLVE-RESULTS-FILENAME
      * Only LIST, SEASON, FORCE and DIFF are one participant's;
      * PURGE, CLOSE, REOPEN and UNLOCK cover everyone and never
      * refuse on the participant.
           PERFORM RESOLVE-PARTICIPANT
           IF RO-RETURN-CODE NOT = ZERO
               AND (WS-FUNCTION = "LIST" OR WS-FUNCTION = "SEASON"
                   OR WS-FUNCTION = "FORCE" OR WS-FUNCTION = "DIFF")
               DISPLAY "AOC-LEDGER: participant " RO-PARTICIPANT
                   " is not on the roster - nothing done"
               MOVE 8 TO WS-EXIT-RC
               MOVE WS-EXIT-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM AUTHORIZE-FUNCTION
           IF WS-AUTHORIZED NOT = "YES"
               MOVE 8 TO WS-EXIT-RC
               MOVE WS-EXIT-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FUNCTION = "UNLOCK"
      * The operator override - frees an orphaned lock and touches
      * nothing else, so it must not itself wait on the lock.
                   WHEN "PURGE"
                       PERFORM PURGE-DUPLICATES
                   WHEN "FORCE"
                       PERFORM CHECK-SEASON-OPEN
                       IF SV-RETURN-CODE = ZERO
                           PERFORM FORCE-RERUN
                       END-IF
                   WHEN "CLOSE"
                       PERFORM CLOSE-SEASON
                   WHEN "REOPEN"
                       PERFORM REOPEN-SEASON
                   WHEN "DIFF"
                       PERFORM DIFF-DAY-INPUT
                   WHEN OTHER
                       DISPLAY "AOC-LEDGER: function '" WS-FUNCTION
                           "' not recognised - use LIST dd, SEASON, "
                           "PURGE, FORCE dd, DIFF dd, CLOSE, REOPEN "
                           "or UNLOCK"
                       MOVE 12 TO WS-EXIT-RC
               END-EVALUATE
           END-IF
           MOVE WS-EXIT-RC TO RETURN-CODE
           GOBACK.

       AUTHORIZE-FUNCTION.
      * An unrecognised function is let through here - the function
      * EVALUATE below says what is wrong with it and touches
      * nothing.
           MOVE "YES" TO WS-AUTHORIZED
           MOVE SPACES TO AU-CLASS
           EVALUATE WS-FUNCTION
               WHEN "LIST"
               WHEN "SEASON"
               WHEN "DIFF"
                   MOVE "INQUIRY" TO AU-CLASS
               WHEN "PURGE"
               WHEN "FORCE"
               WHEN "UNLOCK"
                   MOVE "MAINTAIN" TO AU-CLASS
               WHEN "CLOSE"
               WHEN "REOPEN"
                   MOVE "ADMIN" TO AU-CLASS
           END-EVALUATE
           IF AU-CLASS NOT = SPACES
               MOVE "CHK " TO AU-FUNCTION
               MOVE WS-LOCK-PROGRAM TO AU-PROGRAM
               MOVE SPACES TO AU-ACTION
               IF WS-FUNCTION = "LIST" OR WS-FUNCTION = "FORCE"
                   OR WS-FUNCTION = "DIFF"
                   STRING "AOC-LEDGER " FUNCTION TRIM (WS-FUNCTION)
                       " " WS-SEASON-YEAR " day " WS-DAY-NUMBER
                       " " WS-PARTICIPANT
                       DELIMITED BY SIZE INTO AU-ACTION
               ELSE
                   STRING "AOC-LEDGER " FUNCTION TRIM (WS-FUNCTION)
                       " " WS-SEASON-YEAR
                       DELIMITED BY SIZE INTO AU-ACTION
               END-IF
               CALL "AOC-AUTH" USING WS-AU-PARMS
               IF AU-RETURN-CODE NOT = ZERO
                   MOVE "NO " TO WS-AUTHORIZED
                   DISPLAY "AOC-LEDGER: operator "
                       FUNCTION TRIM (AU-OPERATOR)
                       " is not authorized for "
                       FUNCTION TRIM (WS-FUNCTION)
                       " - nothing done"
               END-IF
           END-IF.

       ACQUIRE-LEDGER-LOCK.
      * Serialize against every other program that opens the shared
      * ledger files - AOC-LOCK waits, logs who holds it, and times

       RESOLVE-FUNCTION-AND-DAY.
      * Positional parameter 1 is the function, parameter 2 the day
      * number where the function needs one (LIST, FORCE, DIFF). The
      * AOC-LEDGER-FUNCTION and AOC-LEDGER-DAY environment variables
      * stand in when no parameters were passed - the convention the
      * operator console drives everything through.
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-DAY-NUMBER
           END-IF
           IF (WS-FUNCTION = "LIST" OR WS-FUNCTION = "FORCE"
               OR WS-FUNCTION = "DIFF")
               AND WS-DAY-NUMBER = ZERO
               DISPLAY "AOC-LEDGER: function " WS-FUNCTION
                   " needs a day number as parameter 2"
               END-IF
           END-IF.

       RESOLVE-PARTICIPANT.
      * AOC-PARTICIPANT, checked against the roster the same way the
      * runner checks it.
           MOVE "RSLV" TO RO-FUNCTION
           MOVE WS-LOCK-PROGRAM TO RO-PROGRAM
           MOVE WS-SEASON-YEAR TO RO-SEASON-YEAR
           CALL "AOC-ROSTER" USING WS-RO-PARMS
           MOVE RO-PARTICIPANT TO WS-PARTICIPANT
           MOVE RO-PARTICIPANT-NAME TO WS-PARTICIPANT-NAME.

       RESOLVE-RECORD-SEASON.
      * Season of WS-WORK-RECORD, with the pre-season default.
           MOVE 2023 TO WS-RECORD-SEASON
               PERFORM RESOLVE-RECORD-SEASON
               IF WK-DAY-NUMBER = WS-DAY-NUMBER
                   AND WS-RECORD-SEASON = WS-SEASON-YEAR
                   AND WK-PARTICIPANT = WS-PARTICIPANT
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY "  Part " WK-PART-NUMBER
                       "  answer " WK-ANSWER
               PERFORM RESOLVE-RECORD-SEASON
               IF WK-DAY-NUMBER >= 1 AND WK-DAY-NUMBER <= 25
                   AND WS-RECORD-SEASON = WS-SEASON-YEAR
                   AND WK-PARTICIPANT = WS-PARTICIPANT
                   SET WS-SEA-IDX TO WK-DAY-NUMBER
                   ADD 1 TO WS-SEA-ENTRY-COUNT (WS-SEA-IDX)
                   IF WK-PART-NUMBER = 1
               END-IF
           END-PERFORM
           PERFORM OVERLAY-SEASON-FROM-INDEX
           MOVE "CHK " TO SV-FUNCTION
           MOVE WS-LOCK-PROGRAM TO SV-PROGRAM
           MOVE WS-SEASON-YEAR TO SV-SEASON-YEAR
           MOVE SPACES TO SV-ACTION
           CALL "AOC-SEASON-CTL" USING WS-SV-PARMS
           IF SV-RETURN-CODE NOT = ZERO
               DISPLAY "  Season CLOSED " SV-TIMESTAMP (1:14) " by "
                   FUNCTION TRIM (SV-OPERATOR) " - " SV-PART-COUNT
                   " part(s), answer hash " SV-ANSWER-HASH
           END-IF
           DISPLAY "  Day  Part1  Part2  History"
           PERFORM VARYING WS-SEA-IDX FROM 1 BY 1
               UNTIL WS-SEA-IDX > 25
                   MOVE "no " TO WS-SEA-PART1 (WS-SEA-IDX)
                   MOVE "no " TO WS-SEA-PART2 (WS-SEA-IDX)
                   MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
                   MOVE WS-PARTICIPANT TO AX-PARTICIPANT
                   SET AX-DAY-NUMBER TO WS-SEA-IDX
                   MOVE 1 TO AX-PART-NUMBER
                   READ RESULTS-INDEX-FILE
                           MOVE "yes" TO WS-SEA-PART1 (WS-SEA-IDX)
                   END-READ
                   MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
                   MOVE WS-PARTICIPANT TO AX-PARTICIPANT
                   SET AX-DAY-NUMBER TO WS-SEA-IDX
                   MOVE 2 TO AX-PART-NUMBER
                   READ RESULTS-INDEX-FILE
                   UNTIL WS-J > WS-LEDGER-COUNT
                   IF WS-J > WS-I
                       MOVE WS-LE-RECORD (WS-J) TO WS-SCAN-RECORD
      * The same day/part in two different Decembers, or for two
      * participants, is two distinct answers, not a duplicate -
      * only a later record for the same season/participant/day/
      * part supersedes this one.
                       MOVE 2023 TO WS-SCAN-SEASON
                       IF SC-SEASON-YEAR IS NUMERIC
                           MOVE SC-SEASON-YEAR TO WS-SCAN-SEASON
                       IF SC-DAY-NUMBER = WK-DAY-NUMBER
                           AND SC-PART-NUMBER = WK-PART-NUMBER
                           AND WS-SCAN-SEASON = WS-RECORD-SEASON
                           AND SC-PARTICIPANT = WK-PARTICIPANT
                           MOVE "NO" TO WS-LE-KEEP (WS-I)
                           MOVE WS-LEDGER-COUNT TO WS-J
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-LE-KEEP (WS-I) = "NO"
                   PERFORM CHECK-RECORD-SEASON-CLOSED
                   IF WS-RECORD-SEASON-CLOSED = "YES"
                       MOVE "YES" TO WS-LE-KEEP (WS-I)
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HELD-COUNT > ZERO
               DISPLAY "AOC-LEDGER: " WS-HELD-COUNT
                   " duplicate entr(y/ies) of closed season(s) kept "
                   "- a closed season's history is not changed"
               MOVE 4 TO WS-EXIT-RC
           END-IF
           IF WS-DROPPED-COUNT = ZERO
               DISPLAY "AOC-LEDGER: no duplicate day/part entries - "
                   "ledger left untouched"
                   WS-KEPT-COUNT " kept"
           END-IF.

       CHECK-RECORD-SEASON-CLOSED.
      * Is WS-RECORD-SEASON closed? Asked once per season per run.
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
           MOVE "PURGE of history duplicates" TO SV-ACTION
           CALL "AOC-SEASON-CTL" USING WS-SV-PARMS
           IF SV-RETURN-CODE NOT = ZERO
               MOVE "YES" TO WS-RECORD-SEASON-CLOSED
           END-IF
           IF WS-CHECKED-SEASON-COUNT < 50
               ADD 1 TO WS-CHECKED-SEASON-COUNT
               SET WS-CHK-IDX TO WS-CHECKED-SEASON-COUNT
               MOVE WS-RECORD-SEASON TO WS-CHK-SEASON (WS-CHK-IDX)
               MOVE WS-RECORD-SEASON-CLOSED
                   TO WS-CHK-CLOSED (WS-CHK-IDX)
           END-IF.

       CHECK-SEASON-OPEN.
      * FORCE changes the indexed ledger - never for a closed season.
           MOVE "CHK " TO SV-FUNCTION
           MOVE WS-LOCK-PROGRAM TO SV-PROGRAM
           MOVE WS-SEASON-YEAR TO SV-SEASON-YEAR
           MOVE SPACES TO SV-ACTION
           STRING FUNCTION TRIM (WS-FUNCTION) " day " WS-DAY-NUMBER
               DELIMITED BY SIZE INTO SV-ACTION
           CALL "AOC-SEASON-CTL" USING WS-SV-PARMS
           IF SV-RETURN-CODE NOT = ZERO
               DISPLAY "AOC-LEDGER: season " WS-SEASON-YEAR
                   " was closed " SV-TIMESTAMP (1:8) " by "
                   FUNCTION TRIM (SV-OPERATOR) " - "
                   FUNCTION TRIM (WS-FUNCTION) " refused, nothing "
                   "changed"
               MOVE 8 TO WS-EXIT-RC
           END-IF.

       CLOSE-SEASON.
      * The control totals are what the indexed ledger - the system
      * of record - holds for the season right now: one count per
      * ledgered part and a hash total over the answers, each
      * answer's characters weighted by position and by its day and
      * part, so a changed, swapped, added or removed answer moves
      * it. Every participant's keys for the season count - a season
      * is closed for the whole team at once.
           PERFORM PRINT-REPORT-HEADER
           MOVE ZERO TO WS-CLOSE-PART-COUNT
           MOVE ZERO TO WS-CLOSE-ANSWER-HASH
           MOVE ZERO TO WS-CLOSE-UNCONFIRMED
           OPEN INPUT RESULTS-INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = "00"
               DISPLAY "AOC-LEDGER: indexed ledger "
                   WS-INDEX-FILENAME " could not be opened (status "
                   WS-INDEX-FILE-STATUS ") - season not closed"
               MOVE 12 TO WS-EXIT-RC
           ELSE
               MOVE LOW-VALUES TO AX-LEDGER-KEY
               MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
               MOVE "NO" TO WS-INDEX-EOF
               START RESULTS-INDEX-FILE
                   KEY IS NOT LESS THAN AX-LEDGER-KEY
                   INVALID KEY MOVE "YES" TO WS-INDEX-EOF
               END-START
               PERFORM UNTIL WS-INDEX-EOF = "YES"
                   READ RESULTS-INDEX-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-INDEX-EOF
                       NOT AT END
                           IF AX-SEASON-YEAR NOT = WS-SEASON-YEAR
                               MOVE "YES" TO WS-INDEX-EOF
                           ELSE
                               PERFORM TOTAL-ONE-INDEX-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULTS-INDEX-FILE
               MOVE "CLOS" TO SV-FUNCTION
               MOVE WS-LOCK-PROGRAM TO SV-PROGRAM
               MOVE WS-SEASON-YEAR TO SV-SEASON-YEAR
               MOVE SPACES TO SV-ACTION
               MOVE WS-CLOSE-PART-COUNT TO SV-PART-COUNT
               MOVE WS-CLOSE-ANSWER-HASH TO SV-ANSWER-HASH
               CALL "AOC-SEASON-CTL" USING WS-SV-PARMS
               EVALUATE SV-RETURN-CODE
                   WHEN ZERO
                       DISPLAY "  Season " WS-SEASON-YEAR
                           " CLOSED " SV-TIMESTAMP (1:14) " by "
                           FUNCTION TRIM (SV-OPERATOR)
                       DISPLAY "  Ledgered parts      : "
                           WS-CLOSE-PART-COUNT
                       DISPLAY "  Answer hash total   : "
                           WS-CLOSE-ANSWER-HASH
                       IF WS-CLOSE-UNCONFIRMED > ZERO
                           DISPLAY "  Not confirmed       : "
                               WS-CLOSE-UNCONFIRMED
                               " part(s) - closed as computed"
                       END-IF
                   WHEN 4
                       DISPLAY "  Season " WS-SEASON-YEAR
                           " is already closed (" SV-TIMESTAMP (1:14)
                           " by " FUNCTION TRIM (SV-OPERATOR)
                           ") - nothing done"
                       MOVE 4 TO WS-EXIT-RC
                   WHEN OTHER
                       DISPLAY "  Season control file not written - "
                           "season " WS-SEASON-YEAR " NOT closed"
                       MOVE 12 TO WS-EXIT-RC
               END-EVALUATE
           END-IF
           PERFORM PRINT-REPORT-TRAILER.

       TOTAL-ONE-INDEX-ENTRY.
      * The record in hand is one ledgered part of the season.
           ADD 1 TO WS-CLOSE-PART-COUNT
           IF AX-CONFIRMED NOT = "YES"
               ADD 1 TO WS-CLOSE-UNCONFIRMED
           END-IF
           COMPUTE WS-HASH-WEIGHT =
               AX-DAY-NUMBER * 10 + AX-PART-NUMBER
           MOVE ZERO TO WS-HASH-LEN
           IF AX-ANSWER NOT = SPACES
               COMPUTE WS-HASH-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM (AX-ANSWER TRAILING))
           END-IF
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > WS-HASH-LEN
               COMPUTE WS-CLOSE-ANSWER-HASH = FUNCTION MOD
                   (WS-CLOSE-ANSWER-HASH
                       + FUNCTION ORD
                           (AX-ANSWER (WS-HASH-POS:1))
                       * WS-HASH-POS * WS-HASH-WEIGHT
                   999999999999999999)
           END-PERFORM.

       REOPEN-SEASON.
           PERFORM PRINT-REPORT-HEADER
           MOVE "REOP" TO SV-FUNCTION
           MOVE WS-LOCK-PROGRAM TO SV-PROGRAM
           MOVE WS-SEASON-YEAR TO SV-SEASON-YEAR
           MOVE SPACES TO SV-ACTION
           MOVE ZERO TO SV-PART-COUNT
           MOVE ZERO TO SV-ANSWER-HASH
           CALL "AOC-SEASON-CTL" USING WS-SV-PARMS
           EVALUATE SV-RETURN-CODE
               WHEN ZERO
                   DISPLAY "  Season " WS-SEASON-YEAR " REOPENED "
                       SV-TIMESTAMP (1:14) " by "
                       FUNCTION TRIM (SV-OPERATOR)
                       " - its ledger can be changed again"
               WHEN 4
                   DISPLAY "  Season " WS-SEASON-YEAR
                       " is not closed - nothing done"
                   MOVE 4 TO WS-EXIT-RC
               WHEN OTHER
                   DISPLAY "  Season control file not written - "
                       "season " WS-SEASON-YEAR " still CLOSED"
                   MOVE 12 TO WS-EXIT-RC
           END-EVALUATE
           PERFORM PRINT-REPORT-TRAILER.

       FORCE-RERUN.
      * Deleting the day's records from the indexed ledger is exactly
      * what CHECK-IF-ALREADY-SOLVED keys on - with neither part

       DELETE-ONE-INDEX-ENTRY.
           MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
           MOVE WS-PARTICIPANT TO AX-PARTICIPANT
           MOVE WS-DAY-NUMBER TO AX-DAY-NUMBER
           MOVE WS-INDEX-PART TO AX-PART-NUMBER
           READ RESULTS-INDEX-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE RESULTS-INDEX-RECORD TO LJ-BEFORE-IMAGE
                   DELETE RESULTS-INDEX-FILE RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETED-COUNT
                           PERFORM JOURNAL-FORCED-DELETE
                   END-DELETE
           END-READ.

       JOURNAL-FORCED-DELETE.
           MOVE "PUT " TO LJ-FUNCTION
           MOVE WS-LOCK-PROGRAM TO LJ-PROGRAM
           MOVE "DEL" TO LJ-CHANGE-TYPE
           MOVE ZERO TO LJ-REVERSES-ID
           MOVE SPACES TO LJ-AFTER-IMAGE
           CALL "AOC-LEDGER-JRNL" USING WS-LJ-PARMS
           IF LJ-RETURN-CODE = ZERO
               DISPLAY "AOC-LEDGER: deletion of part " WS-INDEX-PART
                   " journaled as change " LJ-CHANGE-ID
           ELSE
               DISPLAY "AOC-LEDGER: deletion of part " WS-INDEX-PART
                   " could NOT be journaled - see the log"
           END-IF.

       REWRITE-LEDGER.
      * The current file is copied to a .BAK companion before the
           CLOSE AOC-RESULTS-FILE
           CLOSE BACKUP-FILE.

       DIFF-DAY-INPUT.
      * The part-2 record carries the fingerprint of the input the
      * day was solved from, exactly as the runner's skip check reads
      * it. AOC-INPUT-DIFF prints its own report.
           MOVE "NO " TO WS-DIFF-LEDGERED
           OPEN INPUT RESULTS-INDEX-FILE
           IF WS-INDEX-FILE-STATUS = "00"
               MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
               MOVE WS-PARTICIPANT TO AX-PARTICIPANT
               MOVE WS-DAY-NUMBER TO AX-DAY-NUMBER
               MOVE 2 TO AX-PART-NUMBER
               READ RESULTS-INDEX-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AX-INPUT-RECORDS IS NUMERIC
                           AND AX-INPUT-BYTE-SUM IS NUMERIC
                           AND (AX-INPUT-RECORDS > ZERO
                               OR AX-INPUT-BYTE-SUM > ZERO)
                           MOVE "YES" TO WS-DIFF-LEDGERED
                           MOVE AX-INPUT-RECORDS TO DF-VETTED-RECORDS
                           MOVE AX-INPUT-BYTE-SUM
                               TO DF-VETTED-BYTE-SUM
                       END-IF
               END-READ
               CLOSE RESULTS-INDEX-FILE
           END-IF
           IF WS-DIFF-LEDGERED NOT = "YES"
               DISPLAY "AOC-LEDGER: day " WS-DAY-NUMBER
                   " has no ledgered input fingerprint - nothing to "
                   "compare against"
               MOVE 8 TO WS-EXIT-RC
           ELSE
               MOVE WS-LOCK-PROGRAM TO DF-PROGRAM
               MOVE WS-SEASON-YEAR TO DF-SEASON-YEAR
               MOVE WS-PARTICIPANT TO DF-PARTICIPANT
               MOVE WS-DAY-NUMBER TO DF-DAY-NUMBER
               MOVE RO-FILE-PREFIX TO DF-FILE-PREFIX
               MOVE "YES" TO DF-ECHO
               CALL "AOC-INPUT-DIFF" USING WS-DF-PARMS
               MOVE DF-RETURN-CODE TO WS-EXIT-RC
               IF DF-RETURN-CODE < 12
                   DISPLAY "AOC-LEDGER: diff report left in "
                       FUNCTION TRIM (DF-REPORT-FILENAME)
               END-IF
           END-IF.

       PRINT-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-TIMESTAMP
           DISPLAY "============================================"
           DISPLAY "AOC-LEDGER " WS-FUNCTION " REPORT"
           DISPLAY "  Season    : " WS-SEASON-YEAR
           IF WS-PARTICIPANT NOT = SPACES
               AND (WS-FUNCTION = "LIST" OR WS-FUNCTION = "SEASON"
                   OR WS-FUNCTION = "FORCE")
               DISPLAY "  Participant: " WS-PARTICIPANT " "
                   FUNCTION TRIM (WS-PARTICIPANT-NAME)
           END-IF
           DISPLAY "  Ledger    : " WS-RESULTS-FILENAME
           DISPLAY "  Run date  : " WS-REPORT-TIMESTAMP
           DISPLAY "============================================".
