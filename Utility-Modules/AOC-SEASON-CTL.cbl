      ******************************************************************
      * Author:
      * Date:
      * Purpose: Season close control. Once December is over and the
      * answers are confirmed, a finished season's ledger must stop
      * changing - a FORCE, an IMPORT REPLACE, a real run or a
      * rebuild could otherwise still rewrite it. AOC-LEDGER CLOSE
      * marks a season CLOSED in the season control file
      * (AOC-SEASON-CONTROL.TXT, or wherever AOC-SEASON-CONTROL-DD
      * points, layout AOC-SEASON-CONTROL.cpy) with the timestamp,
      * the operator and the control totals it took from the indexed
      * ledger; AOC-LEDGER REOPEN is the only way back, and both are
      * logged. Every program that changes the indexed ledger or the
      * run-history file asks this module first, and a closed season
      * is refused - the refusal logged at E under the asking
      * program's name. VERIFY runs and inquiries never ask with an
      * action, so they carry on as before.
      * The control file is append-only and read fresh on every
      * call; the last record for a season is its state. No control
      * file means no season has ever been closed.
      * The operator is AOC-OPERATOR when set, else the sign-on user
      * (USER), else BATCH.
      * Functions (SV-FUNCTION, see AOC-SEASON-CTL.cpy):
      *   CHK  - is the season closed?
      *   CLOS - close it with the given control totals.
      *   REOP - reopen it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-SEASON-CTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON-CONTROL-FILE ASSIGN TO DYNAMIC
           WS-CONTROL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEASON-CONTROL-FILE LABEL RECORDS ARE STANDARD.
           01  SEASON-CONTROL-RECORD.
               COPY "AOC-SEASON-CONTROL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILENAME       PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-CONTROL-FILE   PIC X(250)
           VALUE "AOC-SEASON-CONTROL.TXT".
       01 WS-CONTROL-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 WS-OPERATOR               PIC X(16) VALUE SPACES.
       01 END-OF-FILE               PIC X(3) VALUE "NO".
      * The season's state as the control file last recorded it.
       01 WS-LAST-CONTROL.
           COPY "AOC-SEASON-CONTROL.cpy"
               REPLACING LEADING ==SS-== BY ==WS-LAST-==.
       01 WS-SEASON-CLOSED          PIC X(3) VALUE "NO".
       01 WS-STATE-WORD             PIC X(6).

      * AOC-LOGGER interface - refusals are written under the ASKING
      * program's name, so the dated log reads as that program's own
      * history.
       01 WS-LOG-PROGRAM-NAME       PIC X(16).
       01 WS-LOG-SEVERITY           PIC X(1).
       01 WS-LOG-MESSAGE            PIC X(120).
       01 WS-SAVED-RETURN-CODE      PIC S9(9) BINARY.

       LINKAGE SECTION.
       01 LS-SEASON-PARMS.
           COPY "AOC-SEASON-CTL.cpy".

       PROCEDURE DIVISION USING LS-SEASON-PARMS.
       MAIN-PROCEDURE.
           MOVE ZERO TO SV-RETURN-CODE
           MOVE SV-PROGRAM TO WS-LOG-PROGRAM-NAME
           PERFORM RESOLVE-CONTROL-FILENAME
           PERFORM FIND-SEASON-STATE
           EVALUATE SV-FUNCTION
               WHEN "CHK "
                   PERFORM CHECK-SEASON
               WHEN "CLOS"
                   PERFORM CLOSE-SEASON
               WHEN "REOP"
                   PERFORM REOPEN-SEASON
               WHEN OTHER
                   MOVE 12 TO SV-RETURN-CODE
           END-EVALUATE
           GOBACK.

       RESOLVE-CONTROL-FILENAME.
           ACCEPT WS-CONTROL-FILENAME FROM ENVIRONMENT
               "AOC-SEASON-CONTROL-DD"
               ON EXCEPTION MOVE SPACES TO WS-CONTROL-FILENAME
           END-ACCEPT
           IF WS-CONTROL-FILENAME = SPACES
               MOVE WS-DEFAULT-CONTROL-FILE TO WS-CONTROL-FILENAME
           END-IF.

       RESOLVE-OPERATOR.
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "AOC-OPERATOR"
               ON EXCEPTION MOVE SPACES TO WS-OPERATOR
           END-ACCEPT
           IF WS-OPERATOR = SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
                   ON EXCEPTION MOVE SPACES TO WS-OPERATOR
               END-ACCEPT
           END-IF
           IF WS-OPERATOR = SPACES
               MOVE "BATCH" TO WS-OPERATOR
           END-IF.

       FIND-SEASON-STATE.
      * Read fresh on every call - a season closed by another job
      * since this program started is closed now.
           MOVE "NO " TO WS-SEASON-CLOSED
           MOVE SPACES TO WS-LAST-CONTROL
           OPEN INPUT SEASON-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               MOVE "NO" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "YES"
                   READ SEASON-CONTROL-FILE
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           IF SS-SEASON-YEAR IS NUMERIC
                               AND SS-SEASON-YEAR = SV-SEASON-YEAR
                               MOVE SEASON-CONTROL-RECORD
                                   TO WS-LAST-CONTROL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEASON-CONTROL-FILE
           END-IF
           IF WS-LAST-STATUS = "CLOSED"
               MOVE "YES" TO WS-SEASON-CLOSED
           END-IF.

       CHECK-SEASON.
           IF WS-SEASON-CLOSED = "YES"
               MOVE 4 TO SV-RETURN-CODE
               MOVE "CLOSED" TO SV-STATUS
               MOVE WS-LAST-EVENT-TIMESTAMP TO SV-TIMESTAMP
               MOVE WS-LAST-OPERATOR TO SV-OPERATOR
               MOVE WS-LAST-PART-COUNT TO SV-PART-COUNT
               MOVE WS-LAST-ANSWER-HASH TO SV-ANSWER-HASH
               IF SV-ACTION NOT = SPACES
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "season " SV-SEASON-YEAR " is closed ("
                       WS-LAST-EVENT-TIMESTAMP (1:8) " by "
                       FUNCTION TRIM (WS-LAST-OPERATOR) ") - "
                       FUNCTION TRIM (SV-ACTION) " refused"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "E" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
               END-IF
           ELSE
               MOVE "OPEN" TO SV-STATUS
               MOVE SPACES TO SV-TIMESTAMP
               MOVE SPACES TO SV-OPERATOR
               MOVE ZERO TO SV-PART-COUNT
               MOVE ZERO TO SV-ANSWER-HASH
           END-IF.

       CLOSE-SEASON.
           IF WS-SEASON-CLOSED = "YES"
               MOVE 4 TO SV-RETURN-CODE
               MOVE "CLOSED" TO SV-STATUS
               MOVE WS-LAST-EVENT-TIMESTAMP TO SV-TIMESTAMP
               MOVE WS-LAST-OPERATOR TO SV-OPERATOR
           ELSE
               MOVE "CLOSED" TO SV-STATUS
               PERFORM APPEND-CONTROL-RECORD
               IF SV-RETURN-CODE = ZERO
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "season " SV-SEASON-YEAR " CLOSED by "
                       FUNCTION TRIM (WS-OPERATOR) " - "
                       SV-PART-COUNT " part(s), answer hash "
                       SV-ANSWER-HASH
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "I" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
               END-IF
           END-IF.

       REOPEN-SEASON.
      * A reopen is the one sanctioned way to change a closed season
      * again - logged at W so it stands out in any scan of the log.
           IF WS-SEASON-CLOSED NOT = "YES"
               MOVE 4 TO SV-RETURN-CODE
               MOVE "OPEN" TO SV-STATUS
           ELSE
               MOVE "OPEN" TO SV-STATUS
               PERFORM APPEND-CONTROL-RECORD
               IF SV-RETURN-CODE = ZERO
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "season " SV-SEASON-YEAR " REOPENED by "
                       FUNCTION TRIM (WS-OPERATOR) " - closed "
                       WS-LAST-EVENT-TIMESTAMP (1:14) " by "
                       FUNCTION TRIM (WS-LAST-OPERATOR)
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "W" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
               END-IF
           END-IF.

       APPEND-CONTROL-RECORD.
           PERFORM RESOLVE-OPERATOR
           OPEN EXTEND SEASON-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "35"
               OPEN OUTPUT SEASON-CONTROL-FILE
               CLOSE SEASON-CONTROL-FILE
               OPEN EXTEND SEASON-CONTROL-FILE
           END-IF
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               IF WS-SEASON-CLOSED = "YES"
                   MOVE "CLOSED" TO WS-STATE-WORD
               ELSE
                   MOVE "OPEN" TO WS-STATE-WORD
               END-IF
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "season control file "
                   FUNCTION TRIM (WS-CONTROL-FILENAME)
                   " not writable (status " WS-CONTROL-FILE-STATUS
                   ") - season " SV-SEASON-YEAR " left "
                   WS-STATE-WORD
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "E" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
               MOVE 8 TO SV-RETURN-CODE
           ELSE
               MOVE SPACES TO SEASON-CONTROL-RECORD
               MOVE SV-SEASON-YEAR TO SS-SEASON-YEAR
               MOVE SV-STATUS TO SS-STATUS
               MOVE FUNCTION CURRENT-DATE TO SS-EVENT-TIMESTAMP
               MOVE WS-OPERATOR TO SS-OPERATOR
               MOVE SV-PART-COUNT TO SS-PART-COUNT
               MOVE SV-ANSWER-HASH TO SS-ANSWER-HASH
               MOVE SV-PROGRAM TO SS-PROGRAM
               WRITE SEASON-CONTROL-RECORD
               CLOSE SEASON-CONTROL-FILE
               MOVE SS-EVENT-TIMESTAMP TO SV-TIMESTAMP
               MOVE WS-OPERATOR TO SV-OPERATOR
           END-IF.

       WRITE-LOG-MESSAGE.
      * RETURN-CODE is saved around the CALL - the register is shared
      * with the called program, and logging must never erase the
      * code being reported.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "AOC-LOGGER" USING WS-LOG-PROGRAM-NAME
               WS-LOG-SEVERITY WS-LOG-MESSAGE
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       END PROGRAM AOC-SEASON-CTL.
