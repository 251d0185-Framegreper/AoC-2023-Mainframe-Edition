      * audit taken while a runner is mid-append would report
      * phantom discrepancies.
      * Tectonics: cobc
      * Update: the reconciliation key is season/participant/day/
      * part - each participant's history is matched against that
      * participant's indexed records only, a history entry written
      * before the participant column counting as the installation's
      * own (blank) participant. The key table grows to 2000 keys so
      * a full roster's season still audits whole, and every detail
      * line names its participant.
      * Update: every run also rewrites a one-record result file
      * (AOC-AUDIT-RESULT.TXT, or AOC-AUDIT-RESULT-DD; layout
      * AOC-AUDIT-RESULT.cpy) with its return code and control
      * totals, so AOC-NOTIFY can page on a discrepancy without
      * anyone reading the report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-AUDIT.
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AX-LEDGER-KEY
           FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT AUDIT-RESULT-FILE ASSIGN TO DYNAMIC
           WS-AUDIT-RESULT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           01  RESULTS-INDEX-RECORD.
               COPY "AOC-RESULTS-IX.cpy".

       FD  AUDIT-RESULT-FILE LABEL RECORDS ARE STANDARD.
           01  AUDIT-RESULT-RECORD.
               COPY "AOC-AUDIT-RESULT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RESULTS-FILENAME       PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-RESULTS-FILE   PIC X(250) VALUE "AOC-RESULTS.TXT".
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-EXIT-RC                PIC 9(2) VALUE ZERO.
       01 WS-REPORT-TIMESTAMP       PIC X(26).
       01 WS-AUDIT-RESULT-FILENAME  PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-AUDIT-RESULT   PIC X(250)
           VALUE "AOC-AUDIT-RESULT.TXT".
       01 WS-AUDIT-RESULT-STATUS    PIC X(2) VALUE SPACES.

      * AOC-LOCK serialization interface - the shared ledger files
      * are only touched while the lock is held.
       01 WS-LOCK-RETURN-CODE       PIC 99.
       01 WS-LOCK-HELD              PIC X(3) VALUE "NO".

      * The latest history entry per season/participant/day/part -
      * file order is run order, so each later record for a key
      * replaces the earlier one. 2000 keys backs a season of 25
      * days and 2 parts for a full roster, or several seasons for a
      * smaller one; a file holding more refuses maintenance rather
      * than auditing half of it, the AOC-LEDGER precedent.
       01 WS-KEY-COUNT              PIC 9(4) VALUE ZERO.
       01 WS-KEY-OVERFLOW           PIC X(3) VALUE "NO".
       01 WS-KEY-TABLE.
          05 WS-KEY-ENTRY OCCURS 2000 TIMES INDEXED BY WS-KEY-IDX.
             10 WS-KE-SEASON        PIC 9(4).
             10 WS-KE-PARTICIPANT   PIC X(8).
             10 WS-KE-DAY           PIC 9(2).
             10 WS-KE-PART          PIC 9(1).
             10 WS-KE-ANSWER        PIC X(20).
           PERFORM ACQUIRE-LEDGER-LOCK
           IF WS-LOCK-HELD NOT = "YES"
               MOVE 12 TO WS-EXIT-RC
               MOVE FUNCTION CURRENT-DATE TO WS-REPORT-TIMESTAMP
               PERFORM WRITE-AUDIT-RESULT
               MOVE WS-EXIT-RC TO RETURN-CODE
               GOBACK
           END-IF
                   OR WS-PART-MISSING-COUNT > ZERO)
               MOVE 8 TO WS-EXIT-RC
           END-IF
           PERFORM WRITE-AUDIT-RESULT
           MOVE WS-EXIT-RC TO RETURN-CODE
           GOBACK.

               "AOC-RESULTS-IX-DD"
           IF WS-INDEX-FILENAME = SPACES
               MOVE WS-DEFAULT-INDEX-FILE TO WS-INDEX-FILENAME
           END-IF
           ACCEPT WS-AUDIT-RESULT-FILENAME FROM ENVIRONMENT
               "AOC-AUDIT-RESULT-DD"
               ON EXCEPTION MOVE SPACES TO WS-AUDIT-RESULT-FILENAME
           END-ACCEPT
           IF WS-AUDIT-RESULT-FILENAME = SPACES
               MOVE WS-DEFAULT-AUDIT-RESULT TO WS-AUDIT-RESULT-FILENAME
           END-IF.

       WRITE-AUDIT-RESULT.
      * The outcome for the next job step. A result that cannot be
      * written is reported but does not change the audit's own
      * return code - the reconciliation itself still stands.
           OPEN OUTPUT AUDIT-RESULT-FILE
           IF WS-AUDIT-RESULT-STATUS NOT = "00"
               DISPLAY "AOC-AUDIT: result file "
                   FUNCTION TRIM (WS-AUDIT-RESULT-FILENAME)
                   " could not be opened (status "
                   WS-AUDIT-RESULT-STATUS ")"
           ELSE
               MOVE SPACES TO AUDIT-RESULT-RECORD
               MOVE WS-REPORT-TIMESTAMP TO AD-RUN-TIMESTAMP
               MOVE WS-EXIT-RC TO AD-RETURN-CODE
               MOVE WS-INDEXED-ONLY-COUNT TO AD-INDEXED-ONLY
               MOVE WS-ANSWER-MISMATCHES TO AD-ANSWER-MISMATCHES
               MOVE WS-FINGERPRINT-MISMATCHES
                   TO AD-FINGERPRINT-MISMATCHES
               MOVE WS-PART-MISSING-COUNT TO AD-PART-MISSING
               MOVE WS-FORCED-OK-COUNT TO AD-FORCED-OK
               WRITE AUDIT-RESULT-RECORD
               CLOSE AUDIT-RESULT-FILE
           END-IF.

       LOAD-LATEST-HISTORY.
               END-PERFORM
               CLOSE AOC-RESULTS-FILE
               IF WS-KEY-OVERFLOW = "YES"
                   DISPLAY "AOC-AUDIT: more than 2000 distinct "
                       "season/participant/day/part keys in the "
                       "history - "
                       "audit refused as incomplete"
                   MOVE 12 TO WS-EXIT-RC
               END-IF
               UNTIL WS-I > WS-KEY-COUNT
               OR WS-HIT-SLOT > ZERO
               IF WS-KE-SEASON (WS-I) = WS-RECORD-SEASON
                   AND WS-KE-PARTICIPANT (WS-I) = AR-PARTICIPANT
                   AND WS-KE-DAY (WS-I) = AR-DAY-NUMBER
                   AND WS-KE-PART (WS-I) = AR-PART-NUMBER
                   MOVE WS-I TO WS-HIT-SLOT
               END-IF
           END-PERFORM
           IF WS-HIT-SLOT = ZERO
               IF WS-KEY-COUNT >= 2000
                   MOVE "YES" TO WS-KEY-OVERFLOW
               ELSE
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-KEY-COUNT TO WS-HIT-SLOT
                   MOVE WS-RECORD-SEASON TO WS-KE-SEASON (WS-HIT-SLOT)
                   MOVE AR-PARTICIPANT
                       TO WS-KE-PARTICIPANT (WS-HIT-SLOT)
                   MOVE AR-DAY-NUMBER TO WS-KE-DAY (WS-HIT-SLOT)
                   MOVE AR-PART-NUMBER TO WS-KE-PART (WS-HIT-SLOT)
                   MOVE ZERO TO WS-KE-RUN-COUNT (WS-HIT-SLOT)
               UNTIL WS-I > WS-KEY-COUNT
               OR WS-HIT-SLOT > ZERO
               IF WS-KE-SEASON (WS-I) = AX-SEASON-YEAR
                   AND WS-KE-PARTICIPANT (WS-I) = AX-PARTICIPANT
                   AND WS-KE-DAY (WS-I) = AX-DAY-NUMBER
                   AND WS-KE-PART (WS-I) = AX-PART-NUMBER
                   MOVE WS-I TO WS-HIT-SLOT
           END-PERFORM
           IF WS-HIT-SLOT = ZERO
               ADD 1 TO WS-INDEXED-ONLY-COUNT
               DISPLAY "  INDEXED ONLY      " AX-SEASON-YEAR " "
                   AX-PARTICIPANT " day " AX-DAY-NUMBER
                   " part " AX-PART-NUMBER
                   " - answer " AX-ANSWER " has no history entry"
           ELSE
               MOVE "YES" TO WS-KE-MATCHED (WS-HIT-SLOT)
               IF AX-ANSWER NOT = WS-KE-ANSWER (WS-HIT-SLOT)
                   ADD 1 TO WS-ANSWER-MISMATCHES
                   DISPLAY "  ANSWER MISMATCH   " AX-SEASON-YEAR " "
                       AX-PARTICIPANT " day " AX-DAY-NUMBER
                       " part " AX-PART-NUMBER
                       " - indexed " AX-ANSWER " vs latest history "
                       WS-KE-ANSWER (WS-HIT-SLOT)
               ELSE
                       OR AX-INPUT-BYTE-SUM NOT =
                       WS-KE-BYTE-SUM (WS-HIT-SLOT)
                       ADD 1 TO WS-FINGERPRINT-MISMATCHES
                       DISPLAY "  FNGRPRNT MISMATCH " AX-SEASON-YEAR " "
                           AX-PARTICIPANT " day " AX-DAY-NUMBER " part "
                           AX-PART-NUMBER " - indexed "
                           AX-INPUT-RECORDS "/" AX-INPUT-BYTE-SUM
                           " vs history "
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-KEY-COUNT
               IF WS-KE-SEASON (WS-J) = WS-KE-SEASON (WS-I)
                   AND WS-KE-PARTICIPANT (WS-J) =
                       WS-KE-PARTICIPANT (WS-I)
                   AND WS-KE-DAY (WS-J) = WS-KE-DAY (WS-I)
                   AND WS-KE-PART (WS-J) = WS-OTHER-PART
                   AND WS-KE-MATCHED (WS-J) = "YES"
           IF WS-OTHER-INDEXED = "YES"
               ADD 1 TO WS-PART-MISSING-COUNT
               DISPLAY "  PART MISSING      " WS-KE-SEASON (WS-I)
                   " " WS-KE-PARTICIPANT (WS-I) " day " WS-KE-DAY (WS-I)
                   " part " WS-KE-PART (WS-I) " - history answer "
                   WS-KE-ANSWER (WS-I) " has no indexed record but "
                   "the other part does"
           ELSE
               ADD 1 TO WS-FORCED-OK-COUNT
               DISPLAY "  FORCED (OK)       " WS-KE-SEASON (WS-I)
                   " " WS-KE-PARTICIPANT (WS-I) " day " WS-KE-DAY (WS-I)
                   " part " WS-KE-PART (WS-I)
                   " - history survives a FORCEd day, as designed"
           END-IF.

       PRINT-AUDIT-REPORT.
