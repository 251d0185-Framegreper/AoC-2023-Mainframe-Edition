      ******************************************************************
      * Author:
      * Date:
      * Purpose: Outbound alerts for the on-call. AOC-LOGSCAN ends
      * with a return code when E-severity messages exist, but only
      * when someone runs it - a Saturday AOC-SEASON failure waited
      * for Monday. This program is meant to be the last step of any
      * job stream: it looks at everything an unattended run leaves
      * behind and writes one record per condition that needs a
      * person to an outbound alert file in a fixed layout
      * (AOC-ALERT.cpy) the paging interface picks up.
      * Conditions, in the order they are checked:
      *   ACCOUNT - a day whose latest REAL run in the run-accounting
      *             journal ended RC 8 or worse, within the lookback
      *             (AOC-NOTIFY-LOOKBACK-DAYS, default 7, 0 = the
      *             whole journal). Dry, verify and sample runs are
      *             not the ledger's business, the AOC-ACCOUNT rule.
      *   RETRY   - every entry in AOC-SEASON's retry queue, with the
      *             reason word AOC-RUNNER published. A queue entry
      *             names the same failed run as its journal record,
      *             so a day in the queue is alerted once, under
      *             RETRY, carrying the journal's run timestamp.
      *   AUDIT   - AOC-AUDIT's last result (AOC-AUDIT-RESULT.cpy)
      *             showed discrepancies (AUDIT-DIFFERS) or could not
      *             be completed (AUDIT-FAILED).
      *   LOCK    - the ledger lock has been held longer than
      *             AOC-NOTIFY-LOCK-MINUTES (default 60) - an abended
      *             holder blocks every later run. The lock file is
      *             only looked at, never taken: a notifier that
      *             waited on the lock could not report it.
      * Severity E needs someone now; W is a failure a retry will
      * likely clear (a missing input, a busy lock, a closed season).
      * Every alert carries a suggested action for its reason word.
      * Suppression: an alert whose key (AL-ALERT-KEY, the first 39
      * columns of the record) appears in the suppression file
      * (AOC-ALERT-ACK.cpy) is acknowledged - it is listed on the
      * report but not written, so the on-call is paged once, not on
      * every run. An acknowledgement past its expiry date no longer
      * applies; one that matched nothing this run is listed as
      * ready to remove.
      * Files (each with its DD-name override): retry queue
      * AOC-RETRY-QUEUE.TXT (AOC-RETRY-DD) for the season in
      * AOC-SEASON-YEAR (default 2023); AOC-RUN-ACCOUNTING.TXT
      * (AOC-ACCOUNTING-DD); AOC-AUDIT-RESULT.TXT
      * (AOC-AUDIT-RESULT-DD); AOC-LEDGER.LOCK (AOC-LOCK-DD);
      * suppression file AOC-ALERT-SUPPRESS.TXT (AOC-SUPPRESS-DD);
      * alert file AOC-ALERTS.TXT (AOC-ALERT-DD), rewritten every
      * run. A source that does not exist simply raises nothing.
      * Return codes: 0 nothing to page (nothing found, or all of it
      * acknowledged), 4 alert records written, 12 the alert file
      * could not be written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-NOTIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTING-FILE ASSIGN TO DYNAMIC
           WS-ACCOUNTING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNTING-FILE-STATUS.
           SELECT RETRY-QUEUE-FILE ASSIGN TO DYNAMIC
           WS-RETRY-QUEUE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETRY-QUEUE-STATUS.
           SELECT AUDIT-RESULT-FILE ASSIGN TO DYNAMIC
           WS-AUDIT-RESULT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-RESULT-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT SUPPRESS-FILE ASSIGN TO DYNAMIC WS-SUPPRESS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPPRESS-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTING-FILE LABEL RECORDS ARE STANDARD.
           01  ACCOUNTING-RECORD.
               COPY "AOC-ACCOUNTING.cpy".

      * AOC-SEASON's retry-queue record.
       FD  RETRY-QUEUE-FILE LABEL RECORDS ARE STANDARD.
           01  RETRY-QUEUE-RECORD.
               05  RQ-DAY-NUMBER         PIC 9(2).
               05  FILLER                PIC X(1).
               05  RQ-RETURN-CODE        PIC 9(2).
               05  FILLER                PIC X(1).
               05  RQ-FAIL-REASON        PIC X(13).
               05  FILLER                PIC X(1).
               05  RQ-PARTICIPANT        PIC X(8).

       FD  AUDIT-RESULT-FILE LABEL RECORDS ARE STANDARD.
           01  AUDIT-RESULT-RECORD.
               COPY "AOC-AUDIT-RESULT.cpy".

      * AOC-LOCK's lock record.
       FD  LOCK-FILE LABEL RECORDS ARE STANDARD.
           01  LOCK-RECORD.
               05  LK-HOLDER             PIC X(16).
               05  FILLER                PIC X(1).
               05  LK-ACQUIRED-STAMP     PIC X(26).

       FD  SUPPRESS-FILE LABEL RECORDS ARE STANDARD.
           01  SUPPRESS-RECORD.
               COPY "AOC-ALERT-ACK.cpy".

       FD  ALERT-FILE LABEL RECORDS ARE STANDARD.
           01  ALERT-FILE-RECORD         PIC X(186).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNTING-FILENAME    PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-ACCOUNTING     PIC X(250)
           VALUE "AOC-RUN-ACCOUNTING.TXT".
       01 WS-ACCOUNTING-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-RETRY-QUEUE-FILENAME   PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-RETRY-QUEUE    PIC X(250)
           VALUE "AOC-RETRY-QUEUE.TXT".
       01 WS-RETRY-QUEUE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-AUDIT-RESULT-FILENAME  PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-AUDIT-RESULT   PIC X(250)
           VALUE "AOC-AUDIT-RESULT.TXT".
       01 WS-AUDIT-RESULT-STATUS    PIC X(2) VALUE SPACES.
       01 WS-LOCK-FILENAME          PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-LOCK-FILE      PIC X(250) VALUE "AOC-LEDGER.LOCK".
       01 WS-LOCK-FILE-STATUS       PIC X(2) VALUE SPACES.
       01 WS-SUPPRESS-FILENAME      PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-SUPPRESS-FILE  PIC X(250)
           VALUE "AOC-ALERT-SUPPRESS.TXT".
       01 WS-SUPPRESS-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 WS-ALERT-FILENAME         PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-ALERT-FILE     PIC X(250) VALUE "AOC-ALERTS.TXT".
       01 WS-ALERT-FILE-STATUS      PIC X(2) VALUE SPACES.
       01 WS-ARG-VALUE              PIC X(250).
       01 WS-NUMBER-TEXT            PIC X(4) JUSTIFIED RIGHT.
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-EXIT-RC                PIC 9(2) VALUE ZERO.
       01 WS-REPORT-TIMESTAMP       PIC X(26).
       01 WS-SEASON-YEAR            PIC 9(4) VALUE 2023.
       01 WS-LOCK-MINUTES           PIC 9(4) VALUE 60.
       01 WS-LOOKBACK-DAYS          PIC 9(4) VALUE 7.

      * What each source contributed, for the report.
       01 WS-SOURCE-NOTES.
          05 WS-ACCOUNTING-NOTE     PIC X(40) VALUE SPACES.
          05 WS-RETRY-NOTE          PIC X(40) VALUE SPACES.
          05 WS-AUDIT-NOTE          PIC X(40) VALUE SPACES.
          05 WS-LOCK-NOTE           PIC X(40) VALUE SPACES.
          05 WS-SUPPRESS-NOTE       PIC X(40) VALUE SPACES.

      * The latest REAL run per season/participant/day, from the
      * run-accounting journal - file order is run order.
       01 WS-RUN-COUNT              PIC 9(4) VALUE ZERO.
       01 WS-RUNS-DROPPED           PIC 9(6) VALUE ZERO.
       01 WS-RUN-TABLE.
          05 WS-RUN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RUN-IDX.
             10 WS-RN-SEASON        PIC 9(4).
             10 WS-RN-PARTICIPANT   PIC X(8).
             10 WS-RN-DAY           PIC 9(2).
             10 WS-RN-RETURN-CODE   PIC 9(2).
             10 WS-RN-STAMP         PIC X(14).
             10 WS-RN-IN-QUEUE      PIC X(3).
       01 WS-RUN-SLOT               PIC 9(4).
       01 WS-TODAY-INTEGER          PIC 9(8).
       01 WS-RUN-INTEGER            PIC 9(8).

      * Acknowledgements from the suppression file.
       01 WS-ACK-COUNT              PIC 9(3) VALUE ZERO.
       01 WS-ACKS-EXPIRED           PIC 9(3) VALUE ZERO.
       01 WS-ACKS-DROPPED           PIC 9(4) VALUE ZERO.
       01 WS-ACK-TABLE.
          05 WS-ACK-ENTRY OCCURS 200 TIMES INDEXED BY WS-ACK-IDX.
             10 WS-AK-KEY           PIC X(39).
             10 WS-AK-BY            PIC X(16).
             10 WS-AK-USED          PIC X(3).

      * The alert being raised, then every alert raised this run.
       01 WS-ALERT.
           COPY "AOC-ALERT.cpy".
       01 WS-ALERT-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-ALERTS-DROPPED         PIC 9(4) VALUE ZERO.
       01 WS-ALERT-TABLE.
          05 WS-ALERT-ENTRY OCCURS 500 TIMES INDEXED BY WS-AT-IDX.
             10 WS-AT-RECORD        PIC X(186).
             10 WS-AT-SUPPRESSED    PIC X(3).
             10 WS-AT-ACK-BY        PIC X(16).
       01 WS-WRITTEN-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-QUEUE-ENTRIES          PIC 9(3) VALUE ZERO.
       01 WS-ERROR-ALERTS           PIC 9(3) VALUE ZERO.

      * Reason word -> severity and suggested action. A reason not
      * in the table is E with the last row's action.
       01 WS-ACTION-TABLE-DATA.
          05 FILLER PIC X(14) VALUE "LOCK         W".
          05 FILLER PIC X(60) VALUE
              "ledger was busy - check for a stuck lock, then RETRY".
          05 FILLER PIC X(14) VALUE "INPUT-MISSINGW".
          05 FILLER PIC X(60) VALUE
              "install the day's input (AOC-INTAKE), then RETRY".
          05 FILLER PIC X(14) VALUE "CLOSED       W".
          05 FILLER PIC X(60) VALUE
              "season is closed - reopen it or take the day off plan".
          05 FILLER PIC X(14) VALUE "MISMATCH     E".
          05 FILLER PIC X(60) VALUE
              "compare with the ledger answer, then RETRY ALL".
          05 FILLER PIC X(14) VALUE "OVERFLOW     E".
          05 FILLER PIC X(60) VALUE
              "an answer passed 18 digits - the solver needs widening".
          05 FILLER PIC X(14) VALUE "PARSE        E".
          05 FILLER PIC X(60) VALUE
              "input lines did not parse - check input and day's log".
          05 FILLER PIC X(14) VALUE "INTAKE       E".
          05 FILLER PIC X(60) VALUE
              "input failed its shape check - re-install via INTAKE".
          05 FILLER PIC X(14) VALUE "SAMPLE       E".
          05 FILLER PIC X(60) VALUE
              "solver fails its published sample - fix before rerun".
          05 FILLER PIC X(14) VALUE "PARTICIPANT  E".
          05 FILLER PIC X(60) VALUE
              "participant not on the roster - fix roster or plan".
          05 FILLER PIC X(14) VALUE "AUDIT-DIFFERSE".
          05 FILLER PIC X(60) VALUE
              "ledger and history disagree - review AOC-AUDIT report".
          05 FILLER PIC X(14) VALUE "AUDIT-FAILED E".
          05 FILLER PIC X(60) VALUE
              "AOC-AUDIT did not complete - check ledger files, lock".
          05 FILLER PIC X(14) VALUE "LOCK-HELD    E".
          05 FILLER PIC X(60) VALUE
              "if the holder abended, free it with AOC-LEDGER UNLOCK".
          05 FILLER PIC X(14) VALUE "REGISTRY     E".
          05 FILLER PIC X(60) VALUE
              "solver registry unreadable - check it, AOC-SOLVERS LIST".
          05 FILLER PIC X(14) VALUE "RUN-FAILED   E".
          05 FILLER PIC X(60) VALUE
              "see the day's log messages and AOC-ACCOUNT, then rerun".
       01 WS-ACTION-TABLE REDEFINES WS-ACTION-TABLE-DATA.
          05 WS-ACTION-ENTRY OCCURS 14 TIMES INDEXED BY WS-ACT-IDX.
             10 WS-ACT-REASON       PIC X(13).
             10 WS-ACT-SEVERITY     PIC X(1).
             10 WS-ACT-TEXT         PIC X(60).
       01 WS-ACTION-COUNT           PIC 9(2) VALUE 14.

      * Lock age, in minutes since 1601 - the integer date functions
      * keep day, month and year boundaries out of the arithmetic.
       01 WS-NOW-MINUTES            PIC 9(12).
       01 WS-LOCK-TAKEN-MINUTES     PIC 9(12).
       01 WS-LOCK-AGE               PIC 9(12).
       01 WS-LOCK-AGE-EDIT          PIC Z(7)9.

      * AOC-LOGGER interface - one line per run for the dated log.
       01 WS-LOG-PROGRAM-NAME       PIC X(16) VALUE "AOC-NOTIFY".
       01 WS-LOG-SEVERITY           PIC X(1).
       01 WS-LOG-MESSAGE            PIC X(120).
       01 WS-SAVED-RETURN-CODE      PIC S9(9) BINARY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-SETTINGS
           PERFORM LOAD-ACKNOWLEDGEMENTS
           PERFORM LOAD-ACCOUNTING-JOURNAL
           PERFORM RAISE-RETRY-QUEUE-ALERTS
           PERFORM RAISE-ACCOUNTING-ALERTS
           PERFORM RAISE-AUDIT-ALERT
           PERFORM RAISE-LOCK-ALERT
           PERFORM WRITE-ALERT-FILE
           PERFORM PRINT-NOTIFY-REPORT
           IF WS-EXIT-RC = ZERO AND WS-WRITTEN-COUNT > ZERO
               MOVE 4 TO WS-EXIT-RC
           END-IF
           MOVE WS-EXIT-RC TO RETURN-CODE
           GOBACK.

       RESOLVE-SETTINGS.
      * The same JCL-DD-name style overrides every program that
      * touches these files uses.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-TIMESTAMP
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (WS-REPORT-TIMESTAMP (1:8)))
           ACCEPT WS-ARG-VALUE FROM ENVIRONMENT "AOC-SEASON-YEAR"
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE (1:4) IS NUMERIC
               AND WS-ARG-VALUE (5:246) = SPACES
               MOVE WS-ARG-VALUE (1:4) TO WS-SEASON-YEAR
           ELSE
               MOVE 2023 TO WS-SEASON-YEAR
               IF WS-ARG-VALUE NOT = SPACES
                   DISPLAY "AOC-NOTIFY: AOC-SEASON-YEAR '"
                       WS-ARG-VALUE (1:8) "' is not a four-digit "
                       "year - season 2023 assumed"
               END-IF
           END-IF
           ACCEPT WS-ARG-VALUE FROM ENVIRONMENT
               "AOC-NOTIFY-LOCK-MINUTES"
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               PERFORM TAKE-NUMBER-SETTING
               IF WS-NUMBER-TEXT IS NUMERIC AND WS-NUMBER-TEXT > ZERO
                   MOVE WS-NUMBER-TEXT TO WS-LOCK-MINUTES
               ELSE
                   DISPLAY "AOC-NOTIFY: AOC-NOTIFY-LOCK-MINUTES '"
                       WS-ARG-VALUE (1:8) "' is not a number of "
                       "minutes - 60 assumed"
               END-IF
           END-IF
           ACCEPT WS-ARG-VALUE FROM ENVIRONMENT
               "AOC-NOTIFY-LOOKBACK-DAYS"
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
               PERFORM TAKE-NUMBER-SETTING
               IF WS-NUMBER-TEXT IS NUMERIC
                   MOVE WS-NUMBER-TEXT TO WS-LOOKBACK-DAYS
               ELSE
                   DISPLAY "AOC-NOTIFY: AOC-NOTIFY-LOOKBACK-DAYS '"
                       WS-ARG-VALUE (1:8) "' is not a number of "
                       "days - 7 assumed"
               END-IF
           END-IF
           ACCEPT WS-ACCOUNTING-FILENAME FROM ENVIRONMENT
               "AOC-ACCOUNTING-DD"
               ON EXCEPTION MOVE SPACES TO WS-ACCOUNTING-FILENAME
           END-ACCEPT
           IF WS-ACCOUNTING-FILENAME = SPACES
               MOVE WS-DEFAULT-ACCOUNTING TO WS-ACCOUNTING-FILENAME
           END-IF
           ACCEPT WS-RETRY-QUEUE-FILENAME FROM ENVIRONMENT
               "AOC-RETRY-DD"
               ON EXCEPTION MOVE SPACES TO WS-RETRY-QUEUE-FILENAME
           END-ACCEPT
           IF WS-RETRY-QUEUE-FILENAME = SPACES
               MOVE WS-DEFAULT-RETRY-QUEUE TO WS-RETRY-QUEUE-FILENAME
           END-IF
           ACCEPT WS-AUDIT-RESULT-FILENAME FROM ENVIRONMENT
               "AOC-AUDIT-RESULT-DD"
               ON EXCEPTION MOVE SPACES TO WS-AUDIT-RESULT-FILENAME
           END-ACCEPT
           IF WS-AUDIT-RESULT-FILENAME = SPACES
               MOVE WS-DEFAULT-AUDIT-RESULT TO WS-AUDIT-RESULT-FILENAME
           END-IF
           ACCEPT WS-LOCK-FILENAME FROM ENVIRONMENT "AOC-LOCK-DD"
               ON EXCEPTION MOVE SPACES TO WS-LOCK-FILENAME
           END-ACCEPT
           IF WS-LOCK-FILENAME = SPACES
               MOVE WS-DEFAULT-LOCK-FILE TO WS-LOCK-FILENAME
           END-IF
           ACCEPT WS-SUPPRESS-FILENAME FROM ENVIRONMENT
               "AOC-SUPPRESS-DD"
               ON EXCEPTION MOVE SPACES TO WS-SUPPRESS-FILENAME
           END-ACCEPT
           IF WS-SUPPRESS-FILENAME = SPACES
               MOVE WS-DEFAULT-SUPPRESS-FILE TO WS-SUPPRESS-FILENAME
           END-IF
           ACCEPT WS-ALERT-FILENAME FROM ENVIRONMENT "AOC-ALERT-DD"
               ON EXCEPTION MOVE SPACES TO WS-ALERT-FILENAME
           END-ACCEPT
           IF WS-ALERT-FILENAME = SPACES
               MOVE WS-DEFAULT-ALERT-FILE TO WS-ALERT-FILENAME
           END-IF.

       TAKE-NUMBER-SETTING.
      * Up to four digits, with or without leading zeros; anything
      * else leaves WS-NUMBER-TEXT non-numeric.
           MOVE "X" TO WS-NUMBER-TEXT
           IF WS-ARG-VALUE (5:246) = SPACES
               MOVE FUNCTION TRIM (WS-ARG-VALUE (1:4)) TO WS-NUMBER-TEXT
               INSPECT WS-NUMBER-TEXT REPLACING LEADING SPACE BY "0"
           END-IF.

       WRITE-LOG-MESSAGE.
      * RETURN-CODE is saved around the CALL - the register is shared
      * with the called program, and logging must never erase the
      * code being reported.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "AOC-LOGGER" USING WS-LOG-PROGRAM-NAME
               WS-LOG-SEVERITY WS-LOG-MESSAGE
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

      ******************************************************************
      * Acknowledgements - read before anything is raised.
      ******************************************************************
       LOAD-ACKNOWLEDGEMENTS.
           OPEN INPUT SUPPRESS-FILE
           EVALUATE WS-SUPPRESS-FILE-STATUS
               WHEN "00"
                   MOVE "NO" TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = "YES"
                       READ SUPPRESS-FILE
                           AT END
                               MOVE "YES" TO END-OF-FILE
                           NOT AT END
                               PERFORM BANK-ONE-ACKNOWLEDGEMENT
                       END-READ
                   END-PERFORM
                   CLOSE SUPPRESS-FILE
                   MOVE SPACES TO WS-SUPPRESS-NOTE
                   STRING WS-ACK-COUNT " in force, " WS-ACKS-EXPIRED
                       " expired"
                       DELIMITED BY SIZE INTO WS-SUPPRESS-NOTE
               WHEN "35"
                   MOVE "none on file" TO WS-SUPPRESS-NOTE
               WHEN OTHER
                   PERFORM NOTE-UNREADABLE-SUPPRESS-FILE
           END-EVALUATE.

       BANK-ONE-ACKNOWLEDGEMENT.
      * A blank line or a comment ("*" in column 1) is not an
      * acknowledgement.
           EVALUATE TRUE
               WHEN AK-ALERT-KEY = SPACES
               WHEN AK-ALERT-KEY (1:1) = "*"
                   CONTINUE
               WHEN AK-EXPIRES-DATE NOT = SPACES
                   AND AK-EXPIRES-DATE NOT = "00000000"
                   AND AK-EXPIRES-DATE < WS-REPORT-TIMESTAMP (1:8)
                   ADD 1 TO WS-ACKS-EXPIRED
               WHEN WS-ACK-COUNT >= 200
                   ADD 1 TO WS-ACKS-DROPPED
               WHEN OTHER
                   ADD 1 TO WS-ACK-COUNT
                   SET WS-ACK-IDX TO WS-ACK-COUNT
                   MOVE AK-ALERT-KEY TO WS-AK-KEY (WS-ACK-IDX)
                   MOVE AK-ACKNOWLEDGED-BY TO WS-AK-BY (WS-ACK-IDX)
                   MOVE "NO " TO WS-AK-USED (WS-ACK-IDX)
           END-EVALUATE.

       NOTE-UNREADABLE-SUPPRESS-FILE.
      * Without the acknowledgements every condition pages - louder
      * than it should be, never quieter.
           MOVE SPACES TO WS-SUPPRESS-NOTE
           STRING "unreadable (status " WS-SUPPRESS-FILE-STATUS
               ") - nothing suppressed"
               DELIMITED BY SIZE INTO WS-SUPPRESS-NOTE
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "suppression file "
               FUNCTION TRIM (WS-SUPPRESS-FILENAME)
               " could not be read (status " WS-SUPPRESS-FILE-STATUS
               ") - every alert is sent"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "W" TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG-MESSAGE.

      ******************************************************************
      * Run-accounting journal - the latest REAL run of every day.
      ******************************************************************
       LOAD-ACCOUNTING-JOURNAL.
           OPEN INPUT ACCOUNTING-FILE
           EVALUATE WS-ACCOUNTING-FILE-STATUS
               WHEN "00"
                   MOVE "NO" TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = "YES"
                       READ ACCOUNTING-FILE
                           AT END
                               MOVE "YES" TO END-OF-FILE
                           NOT AT END
                               PERFORM BANK-ONE-ACCOUNTING-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ACCOUNTING-FILE
               WHEN "35"
                   MOVE "no journal on file" TO WS-ACCOUNTING-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-ACCOUNTING-NOTE
                   STRING "unreadable (status "
                       WS-ACCOUNTING-FILE-STATUS ")"
                       DELIMITED BY SIZE INTO WS-ACCOUNTING-NOTE
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "run-accounting journal "
                       FUNCTION TRIM (WS-ACCOUNTING-FILENAME)
                       " could not be read (status "
                       WS-ACCOUNTING-FILE-STATUS
                       ") - failed runs are not checked"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "W" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
           END-EVALUATE.

       BANK-ONE-ACCOUNTING-RECORD.
           IF AC-SEASON-YEAR IS NUMERIC
               AND AC-DAY-NUMBER IS NUMERIC
               AND AC-DAY-NUMBER >= 1 AND AC-DAY-NUMBER <= 25
               AND AC-RETURN-CODE IS NUMERIC
               AND AC-RUN-MODE NOT = "DRYRUN"
               AND AC-RUN-MODE NOT = "VERIFY"
               AND AC-RUN-MODE NOT = "SAMPLE"
               MOVE ZERO TO WS-RUN-SLOT
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   OR WS-RUN-SLOT > ZERO
                   IF WS-RN-SEASON (WS-RUN-IDX) = AC-SEASON-YEAR
                       AND WS-RN-PARTICIPANT (WS-RUN-IDX)
                       = AC-PARTICIPANT
                       AND WS-RN-DAY (WS-RUN-IDX) = AC-DAY-NUMBER
                       SET WS-RUN-SLOT TO WS-RUN-IDX
                   END-IF
               END-PERFORM
               IF WS-RUN-SLOT = ZERO
                   IF WS-RUN-COUNT < 2000
                       ADD 1 TO WS-RUN-COUNT
                       MOVE WS-RUN-COUNT TO WS-RUN-SLOT
                       SET WS-RUN-IDX TO WS-RUN-SLOT
                       MOVE AC-SEASON-YEAR TO WS-RN-SEASON (WS-RUN-IDX)
                       MOVE AC-PARTICIPANT
                           TO WS-RN-PARTICIPANT (WS-RUN-IDX)
                       MOVE AC-DAY-NUMBER TO WS-RN-DAY (WS-RUN-IDX)
                       MOVE "NO " TO WS-RN-IN-QUEUE (WS-RUN-IDX)
                   ELSE
                       ADD 1 TO WS-RUNS-DROPPED
                   END-IF
               END-IF
               IF WS-RUN-SLOT > ZERO
                   SET WS-RUN-IDX TO WS-RUN-SLOT
                   MOVE AC-RETURN-CODE TO WS-RN-RETURN-CODE (WS-RUN-IDX)
                   MOVE AC-RUN-TIMESTAMP (1:14)
                       TO WS-RN-STAMP (WS-RUN-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * Raising alerts - one paragraph per source.
      ******************************************************************
       RAISE-RETRY-QUEUE-ALERTS.
           OPEN INPUT RETRY-QUEUE-FILE
           EVALUATE WS-RETRY-QUEUE-STATUS
               WHEN "00"
                   MOVE "NO" TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = "YES"
                       READ RETRY-QUEUE-FILE
                           AT END
                               MOVE "YES" TO END-OF-FILE
                           NOT AT END
                               PERFORM RAISE-ONE-RETRY-ALERT
                       END-READ
                   END-PERFORM
                   CLOSE RETRY-QUEUE-FILE
                   MOVE SPACES TO WS-RETRY-NOTE
                   STRING WS-QUEUE-ENTRIES " day(s) waiting for RETRY"
                       DELIMITED BY SIZE INTO WS-RETRY-NOTE
               WHEN "35"
                   MOVE "no retry queue on file" TO WS-RETRY-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-RETRY-NOTE
                   STRING "unreadable (status "
                       WS-RETRY-QUEUE-STATUS ")"
                       DELIMITED BY SIZE INTO WS-RETRY-NOTE
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "retry queue "
                       FUNCTION TRIM (WS-RETRY-QUEUE-FILENAME)
                       " could not be read (status "
                       WS-RETRY-QUEUE-STATUS ")"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "W" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
           END-EVALUATE.

       RAISE-ONE-RETRY-ALERT.
      * The queue's records are AOC-SEASON's own, so anything that is
      * not a day is a blank line, not a failure to report.
           IF RQ-DAY-NUMBER IS NUMERIC
               AND RQ-DAY-NUMBER >= 1 AND RQ-DAY-NUMBER <= 25
               MOVE SPACES TO WS-ALERT
               MOVE "RETRY" TO AL-SOURCE
               MOVE WS-SEASON-YEAR TO AL-SEASON-YEAR
               MOVE RQ-DAY-NUMBER TO AL-DAY-NUMBER
               MOVE FUNCTION UPPER-CASE (RQ-PARTICIPANT)
                   TO AL-PARTICIPANT
               MOVE RQ-FAIL-REASON TO AL-REASON
               IF AL-REASON = SPACES
                   MOVE "RUN-FAILED" TO AL-REASON
               END-IF
               IF RQ-RETURN-CODE IS NUMERIC
                   MOVE RQ-RETURN-CODE TO AL-RETURN-CODE
               ELSE
                   MOVE 8 TO AL-RETURN-CODE
               END-IF
      * The journal's record of the same run dates the alert, and is
      * not alerted a second time.
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   IF WS-RN-SEASON (WS-RUN-IDX) = AL-SEASON-YEAR
                       AND WS-RN-PARTICIPANT (WS-RUN-IDX)
                       = AL-PARTICIPANT
                       AND WS-RN-DAY (WS-RUN-IDX) = AL-DAY-NUMBER
                       MOVE "YES" TO WS-RN-IN-QUEUE (WS-RUN-IDX)
                       MOVE WS-RN-STAMP (WS-RUN-IDX) TO AL-EVENT-STAMP
                   END-IF
               END-PERFORM
               MOVE "AOC-SEASON retry queue" TO AL-DETAIL
               ADD 1 TO WS-QUEUE-ENTRIES
               PERFORM BANK-ALERT
           END-IF.

       RAISE-ACCOUNTING-ALERTS.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RN-RETURN-CODE (WS-RUN-IDX) >= 8
                   AND WS-RN-IN-QUEUE (WS-RUN-IDX) NOT = "YES"
                   PERFORM RAISE-ONE-ACCOUNTING-ALERT
               END-IF
           END-PERFORM
           IF WS-ACCOUNTING-NOTE = SPACES
               STRING WS-RUN-COUNT " day(s) on the journal"
                   DELIMITED BY SIZE INTO WS-ACCOUNTING-NOTE
           END-IF.

       RAISE-ONE-ACCOUNTING-ALERT.
      * Outside the lookback the failure is history, not news - the
      * run-accounting report is where it lives.
           MOVE ZERO TO WS-RUN-INTEGER
           IF WS-RN-STAMP (WS-RUN-IDX) (1:8) IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL (WS-RN-STAMP (WS-RUN-IDX) (1:8)))
                   = ZERO
               COMPUTE WS-RUN-INTEGER = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-RN-STAMP (WS-RUN-IDX) (1:8)))
           END-IF
           IF WS-LOOKBACK-DAYS = ZERO
               OR WS-RUN-INTEGER + WS-LOOKBACK-DAYS >= WS-TODAY-INTEGER
               MOVE SPACES TO WS-ALERT
               MOVE "ACCOUNT" TO AL-SOURCE
               MOVE WS-RN-SEASON (WS-RUN-IDX) TO AL-SEASON-YEAR
               MOVE WS-RN-DAY (WS-RUN-IDX) TO AL-DAY-NUMBER
               MOVE WS-RN-PARTICIPANT (WS-RUN-IDX) TO AL-PARTICIPANT
               MOVE "RUN-FAILED" TO AL-REASON
               MOVE WS-RN-RETURN-CODE (WS-RUN-IDX) TO AL-RETURN-CODE
               MOVE WS-RN-STAMP (WS-RUN-IDX) TO AL-EVENT-STAMP
               MOVE "latest real run in the run-accounting journal"
                   TO AL-DETAIL
               PERFORM BANK-ALERT
           END-IF.

       RAISE-AUDIT-ALERT.
           OPEN INPUT AUDIT-RESULT-FILE
           EVALUATE WS-AUDIT-RESULT-STATUS
               WHEN "00"
                   READ AUDIT-RESULT-FILE
                       AT END
                           MOVE "result file is empty"
                               TO WS-AUDIT-NOTE
                       NOT AT END
                           PERFORM RAISE-ONE-AUDIT-ALERT
                   END-READ
                   CLOSE AUDIT-RESULT-FILE
               WHEN "35"
                   MOVE "no audit result on file" TO WS-AUDIT-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-AUDIT-NOTE
                   STRING "unreadable (status "
                       WS-AUDIT-RESULT-STATUS ")"
                       DELIMITED BY SIZE INTO WS-AUDIT-NOTE
           END-EVALUATE.

       RAISE-ONE-AUDIT-ALERT.
           MOVE SPACES TO WS-AUDIT-NOTE
           STRING "last audit " AD-RUN-TIMESTAMP (1:14) " RC "
               AD-RETURN-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-NOTE
           IF AD-RETURN-CODE IS NOT NUMERIC OR AD-RETURN-CODE > ZERO
               MOVE SPACES TO WS-ALERT
               MOVE "AUDIT" TO AL-SOURCE
               MOVE ZERO TO AL-SEASON-YEAR
               MOVE ZERO TO AL-DAY-NUMBER
               IF AD-RETURN-CODE IS NUMERIC
                   MOVE AD-RETURN-CODE TO AL-RETURN-CODE
               ELSE
                   MOVE 12 TO AL-RETURN-CODE
               END-IF
               MOVE AD-RUN-TIMESTAMP (1:14) TO AL-EVENT-STAMP
               IF AL-RETURN-CODE = 8
                   MOVE "AUDIT-DIFFERS" TO AL-REASON
                   STRING "index " AD-INDEXED-ONLY
                       " answer " AD-ANSWER-MISMATCHES
                       " fingerprint " AD-FINGERPRINT-MISMATCHES
                       " hole " AD-PART-MISSING
                       DELIMITED BY SIZE INTO AL-DETAIL
               ELSE
                   MOVE "AUDIT-FAILED" TO AL-REASON
                   MOVE "the reconciliation did not complete"
                       TO AL-DETAIL
               END-IF
               PERFORM BANK-ALERT
           END-IF.

       RAISE-LOCK-ALERT.
      * A lock held for a run's length is normal; one held past the
      * threshold is almost always an abended holder.
           OPEN INPUT LOCK-FILE
           EVALUATE WS-LOCK-FILE-STATUS
               WHEN "00"
                   MOVE SPACES TO LOCK-RECORD
                   READ LOCK-FILE
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE LOCK-FILE
                   PERFORM MEASURE-LOCK-AGE
               WHEN "35"
                   MOVE "ledger lock is free" TO WS-LOCK-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-LOCK-NOTE
                   STRING "unreadable (status "
                       WS-LOCK-FILE-STATUS ")"
                       DELIMITED BY SIZE INTO WS-LOCK-NOTE
           END-EVALUATE.

       MEASURE-LOCK-AGE.
      * A lock whose stamp cannot be read is treated as past the
      * threshold - nobody can say it is not orphaned.
           COMPUTE WS-NOW-MINUTES =
               WS-TODAY-INTEGER * 1440
               + FUNCTION NUMVAL (WS-REPORT-TIMESTAMP (9:2)) * 60
               + FUNCTION NUMVAL (WS-REPORT-TIMESTAMP (11:2))
           MOVE WS-LOCK-MINUTES TO WS-LOCK-AGE
           IF LK-ACQUIRED-STAMP (1:12) IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL (LK-ACQUIRED-STAMP (1:8))) = ZERO
               COMPUTE WS-LOCK-TAKEN-MINUTES =
                   FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (LK-ACQUIRED-STAMP (1:8))) * 1440
                   + FUNCTION NUMVAL (LK-ACQUIRED-STAMP (9:2)) * 60
                   + FUNCTION NUMVAL (LK-ACQUIRED-STAMP (11:2))
               IF WS-LOCK-TAKEN-MINUTES < WS-NOW-MINUTES
                   COMPUTE WS-LOCK-AGE =
                       WS-NOW-MINUTES - WS-LOCK-TAKEN-MINUTES
               ELSE
                   MOVE ZERO TO WS-LOCK-AGE
               END-IF
           END-IF
           MOVE WS-LOCK-AGE TO WS-LOCK-AGE-EDIT
           MOVE SPACES TO WS-LOCK-NOTE
           STRING "held by " FUNCTION TRIM (LK-HOLDER) " for "
               FUNCTION TRIM (WS-LOCK-AGE-EDIT) " minute(s)"
               DELIMITED BY SIZE INTO WS-LOCK-NOTE
           IF WS-LOCK-AGE >= WS-LOCK-MINUTES
               MOVE SPACES TO WS-ALERT
               MOVE "LOCK" TO AL-SOURCE
               MOVE ZERO TO AL-SEASON-YEAR
               MOVE ZERO TO AL-DAY-NUMBER
               MOVE "LOCK-HELD" TO AL-REASON
               MOVE 12 TO AL-RETURN-CODE
               MOVE LK-ACQUIRED-STAMP (1:14) TO AL-EVENT-STAMP
               STRING "held by " FUNCTION TRIM (LK-HOLDER)
                   " for " FUNCTION TRIM (WS-LOCK-AGE-EDIT)
                   " minute(s)"
                   DELIMITED BY SIZE INTO AL-DETAIL
               PERFORM BANK-ALERT
           END-IF.

       BANK-ALERT.
      * Severity and action from the reason word, then the
      * acknowledgements, then into the table for writing.
           MOVE "E" TO AL-SEVERITY
           MOVE WS-ACT-TEXT (WS-ACTION-COUNT) TO AL-ACTION
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACTION-COUNT
               IF WS-ACT-REASON (WS-ACT-IDX) = AL-REASON
                   MOVE WS-ACT-SEVERITY (WS-ACT-IDX) TO AL-SEVERITY
                   MOVE WS-ACT-TEXT (WS-ACT-IDX) TO AL-ACTION
               END-IF
           END-PERFORM
           MOVE WS-REPORT-TIMESTAMP (1:14) TO AL-RAISED-STAMP
           IF WS-ALERT-COUNT >= 500
               ADD 1 TO WS-ALERTS-DROPPED
           ELSE
               ADD 1 TO WS-ALERT-COUNT
               SET WS-AT-IDX TO WS-ALERT-COUNT
               MOVE WS-ALERT TO WS-AT-RECORD (WS-AT-IDX)
               MOVE "NO " TO WS-AT-SUPPRESSED (WS-AT-IDX)
               MOVE SPACES TO WS-AT-ACK-BY (WS-AT-IDX)
               PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
                   UNTIL WS-ACK-IDX > WS-ACK-COUNT
                   IF WS-AK-KEY (WS-ACK-IDX) = AL-ALERT-KEY
                       MOVE "YES" TO WS-AT-SUPPRESSED (WS-AT-IDX)
                       MOVE WS-AK-BY (WS-ACK-IDX)
                           TO WS-AT-ACK-BY (WS-AT-IDX)
                       MOVE "YES" TO WS-AK-USED (WS-ACK-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * The outbound file - rewritten every run, even when empty.
      ******************************************************************
       WRITE-ALERT-FILE.
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-FILE-STATUS NOT = "00"
               DISPLAY "AOC-NOTIFY: alert file "
                   FUNCTION TRIM (WS-ALERT-FILENAME)
                   " could not be opened (status "
                   WS-ALERT-FILE-STATUS ")"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "alert file " FUNCTION TRIM (WS-ALERT-FILENAME)
                   " could not be opened (status "
                   WS-ALERT-FILE-STATUS ") - nobody will be paged"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "E" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
               MOVE 12 TO WS-EXIT-RC
           ELSE
               PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-ALERT-COUNT
                   IF WS-AT-SUPPRESSED (WS-AT-IDX) = "YES"
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   ELSE
                       MOVE WS-AT-RECORD (WS-AT-IDX)
                           TO ALERT-FILE-RECORD
                       WRITE ALERT-FILE-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
                       MOVE WS-AT-RECORD (WS-AT-IDX) TO WS-ALERT
                       IF AL-SEVERITY = "E"
                           ADD 1 TO WS-ERROR-ALERTS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ALERT-FILE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING WS-WRITTEN-COUNT " alert(s) written to "
                   FUNCTION TRIM (WS-ALERT-FILENAME) " ("
                   WS-ERROR-ALERTS " at E), " WS-SUPPRESSED-COUNT
                   " acknowledged"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               IF WS-WRITTEN-COUNT > ZERO
                   MOVE "W" TO WS-LOG-SEVERITY
               ELSE
                   MOVE "I" TO WS-LOG-SEVERITY
               END-IF
               PERFORM WRITE-LOG-MESSAGE
           END-IF.

       PRINT-NOTIFY-REPORT.
           DISPLAY "============================================"
           DISPLAY "AOC-NOTIFY ON-CALL ALERT REPORT"
           DISPLAY "  Alert file: " FUNCTION TRIM (WS-ALERT-FILENAME)
           DISPLAY "  Run date  : " WS-REPORT-TIMESTAMP
           DISPLAY "============================================"
           DISPLAY "  Run accounting : " WS-ACCOUNTING-NOTE
           DISPLAY "  Retry queue    : " WS-RETRY-NOTE
           DISPLAY "  Ledger audit   : " WS-AUDIT-NOTE
           DISPLAY "  Ledger lock    : " WS-LOCK-NOTE
           DISPLAY "  Acknowledged   : " WS-SUPPRESS-NOTE
           DISPLAY "  ------------------------------------------"
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ALERT-COUNT
               MOVE WS-AT-RECORD (WS-AT-IDX) TO WS-ALERT
               IF WS-AT-SUPPRESSED (WS-AT-IDX) = "YES"
                   DISPLAY "  (ack) " AL-ALERT-KEY " - acknowledged by "
                       FUNCTION TRIM (WS-AT-ACK-BY (WS-AT-IDX))
               ELSE
                   DISPLAY "  " AL-SEVERITY "     " AL-ALERT-KEY
                   DISPLAY "          " FUNCTION TRIM (AL-ACTION)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-COUNT
               IF WS-AK-USED (WS-ACK-IDX) NOT = "YES"
                   DISPLAY "  Acknowledgement " WS-AK-KEY (WS-ACK-IDX)
                       " matched nothing - the condition has cleared"
                       " and the entry can be removed"
               END-IF
           END-PERFORM
           IF WS-ALERTS-DROPPED > ZERO
               DISPLAY "  *** " WS-ALERTS-DROPPED " further alert(s) "
                   "past the 500-alert table were not sent ***"
           END-IF
           IF WS-RUNS-DROPPED > ZERO
               DISPLAY "  *** " WS-RUNS-DROPPED " journal record(s) "
                   "past the 2000-day table were not checked ***"
           END-IF
           IF WS-ACKS-DROPPED > ZERO
               DISPLAY "  *** " WS-ACKS-DROPPED " acknowledgement(s) "
                   "past the 200-entry table were ignored ***"
           END-IF
           DISPLAY "  ------------------------------------------"
           DISPLAY "  Alerts written      : " WS-WRITTEN-COUNT
           DISPLAY "  Of those at E       : " WS-ERROR-ALERTS
           DISPLAY "  Acknowledged (held) : " WS-SUPPRESSED-COUNT
           DISPLAY "============================================"
           DISPLAY "END OF ALERT REPORT"
           DISPLAY "============================================".

       END PROGRAM AOC-NOTIFY.
