      ******************************************************************
      * Author:
      * Date:
      * Purpose: Point-in-time recovery for the indexed results
      * ledger. Every change to an AOC-RESULTS.IDX record is
      * journaled with its before and after images (AOC-LEDGER-JRNL,
      * AOC-LEDGER-CHANGE.cpy); this utility reads that journal and
      * puts the ledger back - so a bad IMPORT REPLACE, a rebuild
      * over confirmed answers, or a FORCE of the wrong day no longer
      * costs the season its confirmed answers.
      * Functions (positional parameter 1, AOC-RECOVER-FUNCTION when
      * none is passed; parameter 2 or AOC-RECOVER-TARGET):
      *   LIST [since]   - list the journaled changes, all of them or
      *                    those made at or after a timestamp.
      *   ROLLBACK stamp - put every key changed after the timestamp
      *                    back to the image it had at that moment
      *                    (the before image of its first change
      *                    after it); a key first ADDed after it is
      *                    deleted.
      *   UNDO nnnnnnnn  - put one named change back. Refused when
      *                    the key has been changed again since - undo
      *                    the later change first, or ROLLBACK.
      * Timestamps are YYYYMMDD[HH[MM[SS[cc]]]] as the journal writes
      * them; missing trailing digits count as zero, so 20231205
      * means the start of that day.
      * The journal is read straight through, never held in storage,
      * so it may grow for as long as the ledger lives - ROLLBACK
      * reads it once, oldest first; UNDO reads it once to find the
      * change and again to name any later change to the same key.
      * Every restoration is itself journaled (naming the change it
      * reverses), so a rollback can be rolled back. ROLLBACK and
      * UNDO serialize on the AOC-LOCK ledger lock; LIST only reads
      * the journal and takes no lock. The control-total report
      * states what was re-added, rewritten and deleted, and how
      * many confirmed answers came back.
      * Return codes: 0 clean, 4 at least one key could not be
      * restored or journaled, 8 refused - bad timestamp, no such
      * change, or the key changed since, 12 bad parameters, the
      * lock, or a file could not be opened.
      * Update: every function is checked against the operator
      * authorization file through AOC-AUTH - LIST needs INQUIRY,
      * ROLLBACK and UNDO need ADMIN. A refusal ends RC 8 with
      * nothing touched, logged at E.
      * Update: a season closed through AOC-LEDGER CLOSE is not
      * restored into. ROLLBACK holds back every key of a closed
      * season (counted in the control totals as held, RC 4) and
      * UNDO of a closed season's change is refused RC 8 - reopen
      * the season with AOC-LEDGER REOPEN first. AOC-SEASON-CTL logs
      * each refusal at E.
      * Update: the ledger key carries the participant after the
      * season, so keys are compared over the first 15 bytes of the
      * 90-byte images and every restored or refused key is shown
      * with its participant.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-RECOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO DYNAMIC
           WS-JOURNAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RESULTS-INDEX-FILE ASSIGN TO DYNAMIC
           WS-INDEX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AX-LEDGER-KEY
           FILE STATUS IS WS-INDEX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-JOURNAL-FILE LABEL RECORDS ARE STANDARD.
           01  CHANGE-JOURNAL-RECORD.
               COPY "AOC-LEDGER-CHANGE.cpy".

       FD  RESULTS-INDEX-FILE.
           01  RESULTS-INDEX-RECORD.
               COPY "AOC-RESULTS-IX.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-FILENAME       PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-JOURNAL-FILE   PIC X(250)
           VALUE "AOC-LEDGER-CHANGES.TXT".
       01 WS-JOURNAL-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 WS-INDEX-FILENAME         PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-INDEX-FILE     PIC X(250) VALUE "AOC-RESULTS.IDX".
       01 WS-INDEX-FILE-STATUS      PIC X(2) VALUE SPACES.
       01 WS-ARG-NUMBER             PIC 9(2).
       01 WS-ARG-VALUE              PIC X(250).
       01 WS-FUNCTION               PIC X(8) VALUE SPACES.
       01 WS-TARGET-ARG             PIC X(20) VALUE SPACES.
       01 WS-TARGET-LEN             PIC 9(2) VALUE ZERO.
       01 WS-TARGET-STAMP           PIC X(16) VALUE ALL "0".
       01 WS-UNDO-ID                PIC 9(8) VALUE ZERO.
       01 WS-PARMS-OK               PIC X(3) VALUE "YES".
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-EXIT-RC                PIC 9(2) VALUE ZERO.
       01 WS-REPORT-TIMESTAMP       PIC X(26).

      * AOC-LOCK serialization interface - the indexed ledger is only
      * changed while the lock is held.
       01 WS-LOCK-PROGRAM           PIC X(16) VALUE "AOC-RECOVER".
       01 WS-LOCK-FUNCTION          PIC X(4).
       01 WS-LOCK-RETURN-CODE       PIC 99.
       01 WS-LOCK-HELD              PIC X(3) VALUE "NO".

      * AOC-LOGGER interface - a rollback or undo is an operational
      * event worth the dated log.
       01 WS-LOG-PROGRAM-NAME       PIC X(16) VALUE "AOC-RECOVER".
       01 WS-LOG-SEVERITY           PIC X(1).
       01 WS-LOG-MESSAGE            PIC X(120).
       01 WS-SAVED-RETURN-CODE      PIC S9(9) BINARY.

      * AOC-LEDGER-JRNL interface - restorations are journaled too.
       01 WS-LJ-PARMS.
           COPY "AOC-LEDGER-JRNL.cpy".

      * The journal is read one change at a time into WS-JW-RECORD.
       01 WS-JRNL-COUNT             PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-OPEN           PIC X(3) VALUE "NO".
       01 WS-JW-RECORD.
           COPY "AOC-LEDGER-CHANGE.cpy" REPLACING
               LEADING ==LC-== BY ==JW-==.
       01 WS-IW-IMAGE.
           COPY "AOC-RESULTS-IX.cpy" REPLACING
               LEADING ==AX-== BY ==IW-==.

      * One slot per ledger key a ROLLBACK touches, holding the image
      * the key had at the target moment.
       01 WS-RK-COUNT               PIC 9(4) VALUE ZERO.
       01 WS-RK-TABLE.
          05 WS-RK-ENTRY OCCURS 500 TIMES INDEXED BY WS-RK-IDX.
             10 WS-RK-KEY           PIC X(15).
             10 WS-RK-PRESENT       PIC X(3).
             10 WS-RK-IMAGE         PIC X(90).
             10 WS-RK-FIRST-ID      PIC 9(8).
             10 WS-RK-CHANGES       PIC 9(5).
       01 WS-RK-OVERFLOW            PIC X(3) VALUE "NO".
       01 WS-RK-FOUND               PIC X(3).

      * The key and images of the one restoration in hand.
       01 WS-KEY-VIEW.
          05 WS-KEY-SEASON          PIC X(4).
          05 WS-KEY-PARTICIPANT     PIC X(8).
          05 WS-KEY-DAY             PIC X(2).
          05 WS-KEY-PART            PIC X(1).
       01 WS-RESTORE-PRESENT        PIC X(3).
       01 WS-RESTORE-IMAGE          PIC X(90).
       01 WS-RESTORE-REVERSES       PIC 9(8).
       01 WS-CURRENT-FOUND          PIC X(3).
       01 WS-CURRENT-IMAGE          PIC X(90).
       01 WS-RESTORE-ACTION         PIC X(9).
       01 WS-UNDO-FOUND             PIC X(3).

      * Control totals.
       01 WS-AFTER-TARGET-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-LISTED-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-ADD-COUNT              PIC 9(6) VALUE ZERO.
       01 WS-CHG-COUNT              PIC 9(6) VALUE ZERO.
       01 WS-DEL-COUNT              PIC 9(6) VALUE ZERO.
       01 WS-READDED-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-REWRITTEN-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-DELETED-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-MATCHING-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-FAILED-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-CONFIRMED-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-JOURNALED-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-UNJOURNALED-COUNT      PIC 9(4) VALUE ZERO.

      * AOC-AUTH interface - who may run which function.
       01 WS-AU-PARMS.
           COPY "AOC-AUTH.cpy".
       01 WS-AUTHORIZED             PIC X(3) VALUE "NO".

      * AOC-SEASON-CTL interface - a closed season is not restored
      * into. Each season met is asked about once.
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
       01 WS-HELD-COUNT             PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-PARAMETERS
           PERFORM RESOLVE-FILENAMES
           IF WS-PARMS-OK NOT = "YES"
               MOVE 12 TO WS-EXIT-RC
               MOVE WS-EXIT-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM AUTHORIZE-FUNCTION
           IF WS-AUTHORIZED NOT = "YES"
               MOVE 8 TO WS-EXIT-RC
               MOVE WS-EXIT-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FUNCTION NOT = "LIST"
               PERFORM ACQUIRE-LEDGER-LOCK
               IF WS-LOCK-HELD NOT = "YES"
                   MOVE 12 TO WS-EXIT-RC
                   MOVE WS-EXIT-RC TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM PRINT-REPORT-HEADER
           EVALUATE WS-FUNCTION
               WHEN "LIST"
                   PERFORM LIST-CHANGES
               WHEN "ROLLBACK"
                   PERFORM ROLLBACK-TO-TIMESTAMP
               WHEN "UNDO"
                   PERFORM UNDO-ONE-CHANGE
           END-EVALUATE
           PERFORM PRINT-REPORT-TRAILER
           PERFORM RELEASE-LEDGER-LOCK
           MOVE WS-EXIT-RC TO RETURN-CODE
           GOBACK.

       ACQUIRE-LEDGER-LOCK.
      * Serialize against every other program that opens the shared
      * ledger files - AOC-LOCK waits, logs who holds it, and times
      * out rather than hanging the job stream.
           MOVE "ACQ " TO WS-LOCK-FUNCTION
           CALL "AOC-LOCK" USING WS-LOCK-PROGRAM WS-LOCK-FUNCTION
               WS-LOCK-RETURN-CODE
           IF WS-LOCK-RETURN-CODE = ZERO
               MOVE "YES" TO WS-LOCK-HELD
           ELSE
               MOVE "NO " TO WS-LOCK-HELD
           END-IF.

       RELEASE-LEDGER-LOCK.
           IF WS-LOCK-HELD = "YES"
               MOVE "REL " TO WS-LOCK-FUNCTION
               CALL "AOC-LOCK" USING WS-LOCK-PROGRAM WS-LOCK-FUNCTION
                   WS-LOCK-RETURN-CODE
               MOVE "NO " TO WS-LOCK-HELD
           END-IF.

       AUTHORIZE-FUNCTION.
           MOVE "YES" TO WS-AUTHORIZED
           MOVE SPACES TO AU-CLASS
           EVALUATE WS-FUNCTION
               WHEN "LIST"
                   MOVE "INQUIRY" TO AU-CLASS
               WHEN "ROLLBACK"
               WHEN "UNDO"
                   MOVE "ADMIN" TO AU-CLASS
           END-EVALUATE
           IF AU-CLASS NOT = SPACES
               MOVE "CHK " TO AU-FUNCTION
               MOVE WS-LOCK-PROGRAM TO AU-PROGRAM
               MOVE SPACES TO AU-ACTION
               STRING "AOC-RECOVER " FUNCTION TRIM (WS-FUNCTION)
                   " " FUNCTION TRIM (WS-TARGET-ARG)
                   DELIMITED BY SIZE INTO AU-ACTION
               CALL "AOC-AUTH" USING WS-AU-PARMS
               IF AU-RETURN-CODE NOT = ZERO
                   MOVE "NO " TO WS-AUTHORIZED
                   DISPLAY "AOC-RECOVER: operator "
                       FUNCTION TRIM (AU-OPERATOR)
                       " is not authorized for "
                       FUNCTION TRIM (WS-FUNCTION)
                       " - nothing done"
               END-IF
           END-IF.

       RESOLVE-PARAMETERS.
      * Positional parameters first, the AOC-RECOVER-FUNCTION and
      * AOC-RECOVER-TARGET environment variables when none were
      * passed - the convention the operator console drives
      * everything through.
           MOVE 1 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE = SPACES
               ACCEPT WS-ARG-VALUE FROM ENVIRONMENT
                   "AOC-RECOVER-FUNCTION"
                   ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
               END-ACCEPT
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-ARG-VALUE (1:8)) TO WS-FUNCTION
           MOVE 2 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE = SPACES
               ACCEPT WS-ARG-VALUE FROM ENVIRONMENT
                   "AOC-RECOVER-TARGET"
                   ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
               END-ACCEPT
           END-IF
           MOVE WS-ARG-VALUE (1:20) TO WS-TARGET-ARG
           MOVE ZERO TO WS-TARGET-LEN
           INSPECT WS-TARGET-ARG TALLYING WS-TARGET-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE WS-FUNCTION
               WHEN "LIST"
                   IF WS-TARGET-ARG NOT = SPACES
                       PERFORM VALIDATE-TARGET-STAMP
                   END-IF
               WHEN "ROLLBACK"
                   PERFORM VALIDATE-TARGET-STAMP
               WHEN "UNDO"
                   IF WS-TARGET-LEN < 1 OR WS-TARGET-LEN > 8
                       OR WS-TARGET-ARG (1:WS-TARGET-LEN)
                           IS NOT NUMERIC
                       DISPLAY "AOC-RECOVER: UNDO needs a change "
                           "number as parameter 2"
                       MOVE "NO " TO WS-PARMS-OK
                   ELSE
                       MOVE WS-TARGET-ARG (1:WS-TARGET-LEN)
                           TO WS-UNDO-ID
                   END-IF
               WHEN OTHER
                   DISPLAY "AOC-RECOVER: function '" WS-FUNCTION
                       "' not recognised - use LIST [since], "
                       "ROLLBACK stamp, or UNDO change-number"
                   MOVE "NO " TO WS-PARMS-OK
           END-EVALUATE.

       VALIDATE-TARGET-STAMP.
      * YYYYMMDD at the least, down to hundredths at the most; the
      * digits not given are zero.
           IF WS-TARGET-LEN < 8 OR WS-TARGET-LEN > 16
               OR WS-TARGET-ARG (1:WS-TARGET-LEN) IS NOT NUMERIC
               DISPLAY "AOC-RECOVER: " FUNCTION TRIM (WS-FUNCTION)
                   " needs a timestamp YYYYMMDD[HH[MM[SS[cc]]]] as "
                   "parameter 2, not '" FUNCTION TRIM (WS-TARGET-ARG)
                   "'"
               MOVE "NO " TO WS-PARMS-OK
           ELSE
               MOVE ALL "0" TO WS-TARGET-STAMP
               MOVE WS-TARGET-ARG (1:WS-TARGET-LEN)
                   TO WS-TARGET-STAMP (1:WS-TARGET-LEN)
           END-IF.

       RESOLVE-FILENAMES.
      * The same DD-style overrides the writers use, so recovery
      * reads the journal they wrote and restores the ledger they
      * changed.
           ACCEPT WS-JOURNAL-FILENAME FROM ENVIRONMENT
               "AOC-LEDGER-CHANGES-DD"
           IF WS-JOURNAL-FILENAME = SPACES
               MOVE WS-DEFAULT-JOURNAL-FILE TO WS-JOURNAL-FILENAME
           END-IF
           ACCEPT WS-INDEX-FILENAME FROM ENVIRONMENT
               "AOC-RESULTS-IX-DD"
           IF WS-INDEX-FILENAME = SPACES
               MOVE WS-DEFAULT-INDEX-FILE TO WS-INDEX-FILENAME
           END-IF.

       OPEN-CHANGE-JOURNAL.
      * A journal not yet on catalog simply has no changes in it.
           MOVE "NO" TO END-OF-FILE
           OPEN INPUT CHANGE-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               MOVE "YES" TO WS-JOURNAL-OPEN
           ELSE
               MOVE "NO " TO WS-JOURNAL-OPEN
               MOVE "YES" TO END-OF-FILE
               DISPLAY "  (ledger change journal not on catalog - "
                   "no changes recorded)"
           END-IF.

       CLOSE-CHANGE-JOURNAL.
      * Closed before the ledger is touched - every restoration is
      * appended to this same journal through AOC-LEDGER-JRNL.
           IF WS-JOURNAL-OPEN = "YES"
               CLOSE CHANGE-JOURNAL-FILE
               MOVE "NO " TO WS-JOURNAL-OPEN
           END-IF
           MOVE "NO" TO END-OF-FILE.

       LIST-CHANGES.
           IF WS-TARGET-ARG NOT = SPACES
               DISPLAY "  Changes at or after " WS-TARGET-STAMP ":"
           END-IF
           MOVE ZERO TO WS-JRNL-COUNT
           PERFORM OPEN-CHANGE-JOURNAL
           PERFORM UNTIL END-OF-FILE = "YES"
               READ CHANGE-JOURNAL-FILE INTO WS-JW-RECORD
                   AT END
                       MOVE "YES" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-JRNL-COUNT
                       IF WS-TARGET-ARG = SPACES
                           OR JW-CHANGE-TIMESTAMP (1:16)
                               >= WS-TARGET-STAMP
                           PERFORM LIST-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-CHANGE-JOURNAL
           DISPLAY "============================================"
           DISPLAY "  Journal changes read : " WS-JRNL-COUNT
           DISPLAY "  Changes listed       : " WS-LISTED-COUNT
           DISPLAY "    ADD                : " WS-ADD-COUNT
           DISPLAY "    CHG                : " WS-CHG-COUNT
           DISPLAY "    DEL                : " WS-DEL-COUNT.

       LIST-ONE-CHANGE.
           ADD 1 TO WS-LISTED-COUNT
           EVALUATE JW-CHANGE-TYPE
               WHEN "ADD" ADD 1 TO WS-ADD-COUNT
               WHEN "CHG" ADD 1 TO WS-CHG-COUNT
               WHEN "DEL" ADD 1 TO WS-DEL-COUNT
           END-EVALUATE
           PERFORM SET-KEY-FROM-CHANGE
           DISPLAY "  " JW-CHANGE-ID " " JW-CHANGE-TIMESTAMP (1:14)
               " " JW-PROGRAM " " JW-OPERATOR " " JW-CHANGE-TYPE " "
               WS-KEY-SEASON " " WS-KEY-PARTICIPANT " day " WS-KEY-DAY
               " part " WS-KEY-PART
           IF JW-BEFORE-IMAGE NOT = SPACES
               MOVE JW-BEFORE-IMAGE TO WS-IW-IMAGE
               DISPLAY "           before: " IW-ANSWER
                   " confirmed " IW-CONFIRMED
           END-IF
           IF JW-AFTER-IMAGE NOT = SPACES
               MOVE JW-AFTER-IMAGE TO WS-IW-IMAGE
               DISPLAY "           after : " IW-ANSWER
                   " confirmed " IW-CONFIRMED
           END-IF
           IF JW-REVERSES-ID IS NUMERIC
               AND JW-REVERSES-ID > ZERO
               DISPLAY "           reverses change " JW-REVERSES-ID
           END-IF.

       SET-KEY-FROM-CHANGE.
           IF JW-BEFORE-IMAGE NOT = SPACES
               MOVE JW-BEFORE-IMAGE (1:15) TO WS-KEY-VIEW
           ELSE
               MOVE JW-AFTER-IMAGE (1:15) TO WS-KEY-VIEW
           END-IF.

       ROLLBACK-TO-TIMESTAMP.
      * Walk the journal oldest first. The first change after the
      * target to touch a key claims the key's slot with its before
      * image - the record as it stood at the target moment - and
      * later changes to the key are only counted. The slots are
      * collected in full, and the journal closed, before the ledger
      * is opened, so an overflow refuses cleanly.
           DISPLAY "  Rolling back to   : " WS-TARGET-STAMP
           MOVE ZERO TO WS-RK-COUNT
           MOVE ZERO TO WS-JRNL-COUNT
           PERFORM OPEN-CHANGE-JOURNAL
           PERFORM UNTIL END-OF-FILE = "YES"
               OR WS-RK-OVERFLOW = "YES"
               READ CHANGE-JOURNAL-FILE INTO WS-JW-RECORD
                   AT END
                       MOVE "YES" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-JRNL-COUNT
                       IF JW-CHANGE-TIMESTAMP (1:16)
                           > WS-TARGET-STAMP
                           ADD 1 TO WS-AFTER-TARGET-COUNT
                           PERFORM NOTE-ROLLBACK-KEY
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-CHANGE-JOURNAL
           EVALUATE TRUE
               WHEN WS-RK-OVERFLOW = "YES"
                   DISPLAY "AOC-RECOVER: more than 500 ledger keys "
                       "changed after the target - refused, nothing "
                       "restored"
                   MOVE 12 TO WS-EXIT-RC
               WHEN WS-RK-COUNT = ZERO
                   DISPLAY "  No ledger change after the target - "
                       "nothing to restore"
               WHEN OTHER
                   PERFORM OPEN-INDEX-FILE
                   IF WS-EXIT-RC = ZERO
                       PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                           UNTIL WS-RK-IDX > WS-RK-COUNT
                           MOVE WS-RK-KEY (WS-RK-IDX) TO WS-KEY-VIEW
                           MOVE WS-RK-PRESENT (WS-RK-IDX)
                               TO WS-RESTORE-PRESENT
                           MOVE WS-RK-IMAGE (WS-RK-IDX)
                               TO WS-RESTORE-IMAGE
                           MOVE WS-RK-FIRST-ID (WS-RK-IDX)
                               TO WS-RESTORE-REVERSES
                           PERFORM CHECK-KEY-SEASON-CLOSED
                           IF WS-RECORD-SEASON-CLOSED = "YES"
                               ADD 1 TO WS-HELD-COUNT
                               MOVE 4 TO WS-EXIT-RC
                               DISPLAY "  HELD      " WS-KEY-SEASON
                                   " " WS-KEY-PARTICIPANT
                                   " day " WS-KEY-DAY " part "
                                   WS-KEY-PART " - season is closed"
                           ELSE
                               PERFORM RESTORE-ONE-KEY
                           END-IF
                       END-PERFORM
                       CLOSE RESULTS-INDEX-FILE
                   END-IF
           END-EVALUATE
           PERFORM PRINT-CONTROL-TOTALS
           PERFORM LOG-RECOVERY-SUMMARY.

       NOTE-ROLLBACK-KEY.
           PERFORM SET-KEY-FROM-CHANGE
           MOVE "NO " TO WS-RK-FOUND
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
               UNTIL WS-RK-IDX > WS-RK-COUNT OR WS-RK-FOUND = "YES"
               IF WS-RK-KEY (WS-RK-IDX) = WS-KEY-VIEW
                   MOVE "YES" TO WS-RK-FOUND
               END-IF
           END-PERFORM
           IF WS-RK-FOUND = "YES"
               SET WS-RK-IDX DOWN BY 1
           ELSE
               IF WS-RK-COUNT < 500
                   ADD 1 TO WS-RK-COUNT
                   SET WS-RK-IDX TO WS-RK-COUNT
                   MOVE WS-KEY-VIEW TO WS-RK-KEY (WS-RK-IDX)
                   MOVE ZERO TO WS-RK-CHANGES (WS-RK-IDX)
               ELSE
                   MOVE "YES" TO WS-RK-OVERFLOW
               END-IF
           END-IF
           IF WS-RK-OVERFLOW NOT = "YES"
               ADD 1 TO WS-RK-CHANGES (WS-RK-IDX)
               IF WS-RK-FOUND NOT = "YES"
                   MOVE JW-CHANGE-ID TO WS-RK-FIRST-ID (WS-RK-IDX)
                   MOVE JW-BEFORE-IMAGE TO WS-RK-IMAGE (WS-RK-IDX)
                   IF JW-CHANGE-TYPE = "ADD"
                       MOVE "NO " TO WS-RK-PRESENT (WS-RK-IDX)
                   ELSE
                       MOVE "YES" TO WS-RK-PRESENT (WS-RK-IDX)
                   END-IF
               END-IF
           END-IF.

       UNDO-ONE-CHANGE.
      * The named change is put back only while the key still holds
      * exactly what that change left there - undoing an older
      * change under a newer one would silently throw the newer one
      * away.
           DISPLAY "  Undoing change    : " WS-UNDO-ID
           MOVE "NO " TO WS-UNDO-FOUND
           MOVE ZERO TO WS-JRNL-COUNT
           PERFORM OPEN-CHANGE-JOURNAL
           PERFORM UNTIL END-OF-FILE = "YES"
               OR WS-UNDO-FOUND = "YES"
               READ CHANGE-JOURNAL-FILE INTO WS-JW-RECORD
                   AT END
                       MOVE "YES" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-JRNL-COUNT
                       IF JW-CHANGE-ID = WS-UNDO-ID
                           MOVE "YES" TO WS-UNDO-FOUND
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-CHANGE-JOURNAL
           IF WS-UNDO-FOUND NOT = "YES"
               DISPLAY "AOC-RECOVER: change " WS-UNDO-ID
                   " is not in the journal - nothing undone"
               MOVE 8 TO WS-EXIT-RC
           ELSE
               PERFORM LIST-ONE-CHANGE
               PERFORM SET-KEY-FROM-CHANGE
               PERFORM CHECK-KEY-SEASON-CLOSED
               IF WS-RECORD-SEASON-CLOSED = "YES"
                   DISPLAY "AOC-RECOVER: season " WS-KEY-SEASON
                       " is closed - UNDO refused, nothing restored"
                   MOVE 8 TO WS-EXIT-RC
               ELSE
                   PERFORM OPEN-INDEX-FILE
               END-IF
               IF WS-EXIT-RC = ZERO
                   PERFORM READ-CURRENT-RECORD
                   IF (JW-CHANGE-TYPE = "DEL"
                           AND WS-CURRENT-FOUND = "YES")
                       OR (JW-CHANGE-TYPE NOT = "DEL"
                           AND (WS-CURRENT-FOUND NOT = "YES"
                           OR WS-CURRENT-IMAGE NOT = JW-AFTER-IMAGE))
                       DISPLAY "AOC-RECOVER: " WS-KEY-SEASON " "
                           WS-KEY-PARTICIPANT " day " WS-KEY-DAY
                           " part " WS-KEY-PART
                           " has changed since change " WS-UNDO-ID
                           " - refused; later changes to this key:"
                       PERFORM LIST-LATER-CHANGES
                       MOVE 8 TO WS-EXIT-RC
                   ELSE
                       MOVE JW-BEFORE-IMAGE TO WS-RESTORE-IMAGE
                       IF JW-CHANGE-TYPE = "ADD"
                           MOVE "NO " TO WS-RESTORE-PRESENT
                       ELSE
                           MOVE "YES" TO WS-RESTORE-PRESENT
                       END-IF
                       MOVE WS-UNDO-ID TO WS-RESTORE-REVERSES
                       PERFORM RESTORE-ONE-KEY
                       IF WS-FAILED-COUNT = ZERO
                           MOVE 1 TO WS-AFTER-TARGET-COUNT
                       END-IF
                   END-IF
                   CLOSE RESULTS-INDEX-FILE
               END-IF
           END-IF
           PERFORM PRINT-CONTROL-TOTALS
           PERFORM LOG-RECOVERY-SUMMARY.

       CHECK-KEY-SEASON-CLOSED.
      * Is the season of the key in WS-KEY-VIEW closed? Asked once
      * per season per run.
           MOVE "NO " TO WS-RECORD-SEASON-CLOSED
           IF WS-KEY-SEASON IS NUMERIC
               MOVE WS-KEY-SEASON TO WS-RECORD-SEASON
               SET WS-CHK-IDX TO 1
               SEARCH WS-CHECKED-ENTRY
                   AT END
                       PERFORM ASK-RECORD-SEASON
                   WHEN WS-CHK-IDX > WS-CHECKED-SEASON-COUNT
                       PERFORM ASK-RECORD-SEASON
                   WHEN WS-CHK-SEASON (WS-CHK-IDX) = WS-RECORD-SEASON
                       MOVE WS-CHK-CLOSED (WS-CHK-IDX)
                           TO WS-RECORD-SEASON-CLOSED
               END-SEARCH
           END-IF.

       ASK-RECORD-SEASON.
           MOVE "CHK " TO SV-FUNCTION
           MOVE WS-LOCK-PROGRAM TO SV-PROGRAM
           MOVE WS-RECORD-SEASON TO SV-SEASON-YEAR
           MOVE SPACES TO SV-ACTION
           STRING FUNCTION TRIM (WS-FUNCTION) " of its ledger keys"
               DELIMITED BY SIZE INTO SV-ACTION
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

       LIST-LATER-CHANGES.
      * A second pass over the journal for the key in WS-KEY-VIEW.
           PERFORM OPEN-CHANGE-JOURNAL
           PERFORM UNTIL END-OF-FILE = "YES"
               READ CHANGE-JOURNAL-FILE INTO WS-JW-RECORD
                   AT END
                       MOVE "YES" TO END-OF-FILE
                   NOT AT END
                       IF (JW-BEFORE-IMAGE (1:15) = WS-KEY-VIEW
                           OR JW-AFTER-IMAGE (1:15) = WS-KEY-VIEW)
                           AND JW-CHANGE-ID > WS-UNDO-ID
                           DISPLAY "    change " JW-CHANGE-ID " "
                               JW-CHANGE-TIMESTAMP (1:14) " "
                               JW-PROGRAM " " JW-CHANGE-TYPE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-CHANGE-JOURNAL.

       OPEN-INDEX-FILE.
      * A ledger that was never created is started, the way every
      * writer in this suite does - a rollback may have to re-add
      * every key.
           OPEN I-O RESULTS-INDEX-FILE
           IF WS-INDEX-FILE-STATUS = "35"
               OPEN OUTPUT RESULTS-INDEX-FILE
               CLOSE RESULTS-INDEX-FILE
               OPEN I-O RESULTS-INDEX-FILE
           END-IF
           IF WS-INDEX-FILE-STATUS NOT = "00"
               DISPLAY "AOC-RECOVER: indexed ledger "
                   FUNCTION TRIM (WS-INDEX-FILENAME)
                   " could not be opened (status "
                   WS-INDEX-FILE-STATUS ") - nothing restored"
               MOVE 12 TO WS-EXIT-RC
           END-IF.

       READ-CURRENT-RECORD.
           MOVE WS-KEY-VIEW TO AX-LEDGER-KEY
           MOVE SPACES TO WS-CURRENT-IMAGE
           READ RESULTS-INDEX-FILE
               INVALID KEY
                   MOVE "NO " TO WS-CURRENT-FOUND
               NOT INVALID KEY
                   MOVE "YES" TO WS-CURRENT-FOUND
                   MOVE RESULTS-INDEX-RECORD TO WS-CURRENT-IMAGE
           END-READ.

       RESTORE-ONE-KEY.
      * Bring the key in WS-KEY-VIEW to WS-RESTORE-IMAGE (or to
      * absent when WS-RESTORE-PRESENT is NO), and journal what was
      * done as a change reversing WS-RESTORE-REVERSES.
           PERFORM READ-CURRENT-RECORD
           MOVE SPACES TO WS-RESTORE-ACTION
           EVALUATE TRUE
               WHEN WS-RESTORE-PRESENT = "YES"
                   AND WS-CURRENT-FOUND = "YES"
                   AND WS-CURRENT-IMAGE = WS-RESTORE-IMAGE
                   ADD 1 TO WS-MATCHING-COUNT
                   MOVE "unchanged" TO WS-RESTORE-ACTION
               WHEN WS-RESTORE-PRESENT = "YES"
                   AND WS-CURRENT-FOUND = "YES"
                   MOVE WS-RESTORE-IMAGE TO RESULTS-INDEX-RECORD
                   REWRITE RESULTS-INDEX-RECORD
                   IF WS-INDEX-FILE-STATUS = "00"
                       ADD 1 TO WS-REWRITTEN-COUNT
                       MOVE "rewritten" TO WS-RESTORE-ACTION
                       MOVE "CHG" TO LJ-CHANGE-TYPE
                   END-IF
               WHEN WS-RESTORE-PRESENT = "YES"
                   MOVE WS-RESTORE-IMAGE TO RESULTS-INDEX-RECORD
                   WRITE RESULTS-INDEX-RECORD
                   IF WS-INDEX-FILE-STATUS = "00"
                       ADD 1 TO WS-READDED-COUNT
                       MOVE "re-added" TO WS-RESTORE-ACTION
                       MOVE "ADD" TO LJ-CHANGE-TYPE
                   END-IF
               WHEN WS-CURRENT-FOUND = "YES"
                   DELETE RESULTS-INDEX-FILE RECORD
                   IF WS-INDEX-FILE-STATUS = "00"
                       ADD 1 TO WS-DELETED-COUNT
                       MOVE "deleted" TO WS-RESTORE-ACTION
                       MOVE "DEL" TO LJ-CHANGE-TYPE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-MATCHING-COUNT
                   MOVE "absent" TO WS-RESTORE-ACTION
           END-EVALUATE
           IF WS-RESTORE-ACTION = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE 4 TO WS-EXIT-RC
               DISPLAY "  FAILED    " WS-KEY-SEASON " "
                   WS-KEY-PARTICIPANT " day " WS-KEY-DAY
                   " part " WS-KEY-PART " - ledger status "
                   WS-INDEX-FILE-STATUS
           ELSE
               IF WS-RESTORE-PRESENT = "YES"
                   MOVE WS-RESTORE-IMAGE TO WS-IW-IMAGE
                   DISPLAY "  RESTORED  " WS-KEY-SEASON " "
                       WS-KEY-PARTICIPANT " day " WS-KEY-DAY
                       " part " WS-KEY-PART " answer "
                       IW-ANSWER " confirmed " IW-CONFIRMED " - "
                       WS-RESTORE-ACTION
               ELSE
                   DISPLAY "  REMOVED   " WS-KEY-SEASON " "
                       WS-KEY-PARTICIPANT " day " WS-KEY-DAY
                       " part " WS-KEY-PART
                       " - did not exist at the target - "
                       WS-RESTORE-ACTION
               END-IF
               IF WS-RESTORE-ACTION NOT = "unchanged"
                   AND WS-RESTORE-ACTION NOT = "absent"
                   PERFORM JOURNAL-RESTORATION
                   IF WS-RESTORE-PRESENT = "YES"
                       AND IW-CONFIRMED = "YES"
                       ADD 1 TO WS-CONFIRMED-COUNT
                   END-IF
               END-IF
           END-IF.

       JOURNAL-RESTORATION.
           MOVE "PUT " TO LJ-FUNCTION
           MOVE WS-LOCK-PROGRAM TO LJ-PROGRAM
           MOVE WS-RESTORE-REVERSES TO LJ-REVERSES-ID
           IF WS-CURRENT-FOUND = "YES"
               MOVE WS-CURRENT-IMAGE TO LJ-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO LJ-BEFORE-IMAGE
           END-IF
           IF WS-RESTORE-PRESENT = "YES"
               MOVE WS-RESTORE-IMAGE TO LJ-AFTER-IMAGE
           ELSE
               MOVE SPACES TO LJ-AFTER-IMAGE
           END-IF
           CALL "AOC-LEDGER-JRNL" USING WS-LJ-PARMS
           IF LJ-RETURN-CODE = ZERO
               ADD 1 TO WS-JOURNALED-COUNT
           ELSE
               ADD 1 TO WS-UNJOURNALED-COUNT
               MOVE 4 TO WS-EXIT-RC
           END-IF.

       PRINT-CONTROL-TOTALS.
           DISPLAY "============================================"
           DISPLAY "  CONTROL TOTALS"
           DISPLAY "  Journal changes read       : " WS-JRNL-COUNT
           IF WS-FUNCTION = "ROLLBACK"
               DISPLAY "  Changes after target       : "
                   WS-AFTER-TARGET-COUNT
               DISPLAY "  Ledger keys affected       : " WS-RK-COUNT
           ELSE
               DISPLAY "  Changes undone             : "
                   WS-AFTER-TARGET-COUNT
           END-IF
           DISPLAY "  Records re-added           : " WS-READDED-COUNT
           DISPLAY "  Records rewritten          : "
               WS-REWRITTEN-COUNT
           DISPLAY "  Records deleted            : " WS-DELETED-COUNT
           DISPLAY "  Keys already as restored   : "
               WS-MATCHING-COUNT
           DISPLAY "  Keys that failed           : " WS-FAILED-COUNT
           IF WS-HELD-COUNT > ZERO
               DISPLAY "  Keys held - season closed  : "
                   WS-HELD-COUNT
           END-IF
           DISPLAY "  Confirmed answers restored : "
               WS-CONFIRMED-COUNT
           DISPLAY "  Restorations journaled     : "
               WS-JOURNALED-COUNT
           IF WS-UNJOURNALED-COUNT > ZERO
               DISPLAY "  Restorations NOT journaled : "
                   WS-UNJOURNALED-COUNT
           END-IF.

       LOG-RECOVERY-SUMMARY.
           MOVE SPACES TO WS-LOG-MESSAGE
           IF WS-FUNCTION = "ROLLBACK"
               STRING "ROLLBACK to " WS-TARGET-STAMP
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           ELSE
               STRING "UNDO of change " WS-UNDO-ID
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-IF
           STRING FUNCTION TRIM (WS-LOG-MESSAGE)
               " - re-added " WS-READDED-COUNT
               " rewritten " WS-REWRITTEN-COUNT
               " deleted " WS-DELETED-COUNT
               " failed " WS-FAILED-COUNT " RC " WS-EXIT-RC
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           IF WS-EXIT-RC = ZERO
               MOVE "I" TO WS-LOG-SEVERITY
           ELSE
               MOVE "W" TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-LOG-MESSAGE.

       WRITE-LOG-MESSAGE.
      * RETURN-CODE is saved around the CALL - the register is shared
      * with the called program, and logging must never erase the
      * code being reported.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "AOC-LOGGER" USING WS-LOG-PROGRAM-NAME
               WS-LOG-SEVERITY WS-LOG-MESSAGE
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       PRINT-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-TIMESTAMP
           DISPLAY "============================================"
           DISPLAY "AOC-RECOVER " WS-FUNCTION " REPORT"
           DISPLAY "  Ledger    : " FUNCTION TRIM (WS-INDEX-FILENAME)
           DISPLAY "  Journal   : "
               FUNCTION TRIM (WS-JOURNAL-FILENAME)
           DISPLAY "  Run date  : " WS-REPORT-TIMESTAMP
           DISPLAY "============================================".

       PRINT-REPORT-TRAILER.
           IF WS-EXIT-RC NOT = ZERO
               DISPLAY "  *** ENDED RC " WS-EXIT-RC " - see "
                   "messages above ***"
           END-IF
           DISPLAY "============================================"
           DISPLAY "END OF REPORT"
           DISPLAY "============================================".

       END PROGRAM AOC-RECOVER.
