      * Return codes: 0 clean, 8 a delete failed, 12 the rules file
      * could not be read.
      * Tectonics: cobc
      * Update: the sweep is checked against the operator
      * authorization file through AOC-AUTH and needs MAINTAIN,
      * whether the console drove it or a job step ran it directly.
      * A refusal ends RC 8 with nothing touched, logged at E.
      * Update: the checkpoint and card-report sweeps cover every
      * participant - the installation's own names and then each
      * roster participant's (2023-JSMITH-DAYnn-...), with the
      * solved-day check read from that participant's ledger keys.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-HOUSEKEEP.
       01 WS-INDEX-FILE-STATUS      PIC X(2) VALUE SPACES.
       01 WS-ARG-VALUE              PIC X(250).
       01 WS-SEASON-YEAR            PIC 9(4) VALUE 2023.
      * The participants swept - entry 0 is the installation's own
      * (blank) participant, 1-n the roster as AOC-ROSTER lists it.
       01 WS-PT-IDX                 PIC 9(2).
       01 WS-PARTICIPANT            PIC X(8) VALUE SPACES.
       01 WS-FILE-PREFIX            PIC X(20) VALUE SPACES.
       01 WS-RO-PARMS.
           COPY "AOC-ROSTER.cpy".
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-EXIT-RC                PIC 9(2) VALUE ZERO.
       01 WS-REPORT-TIMESTAMP       PIC X(26).
       01 WS-LOCK-RETURN-CODE       PIC 99.
       01 WS-LOCK-HELD              PIC X(3) VALUE "NO".

      * AOC-AUTH interface - who may run which function.
       01 WS-AU-PARMS.
           COPY "AOC-AUTH.cpy".
       01 WS-AUTHORIZED             PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-TIMESTAMP
           MOVE WS-REPORT-TIMESTAMP (1:8) TO WS-TODAY-DATE
           PERFORM RESOLVE-SETTINGS
           PERFORM AUTHORIZE-FUNCTION
           IF WS-AUTHORIZED NOT = "YES"
               MOVE 8 TO WS-EXIT-RC
           ELSE
               PERFORM LOAD-RETENTION-RULES
           END-IF
           IF WS-EXIT-RC = ZERO
               PERFORM PRINT-DISPOSITION-HEADER
               IF WS-LOG-RULE-PRESENT = "YES"
           MOVE WS-EXIT-RC TO RETURN-CODE
           GOBACK.

       AUTHORIZE-FUNCTION.
           MOVE "YES" TO WS-AUTHORIZED
           MOVE "CHK " TO AU-FUNCTION
           MOVE WS-LOCK-PROGRAM TO AU-PROGRAM
           MOVE "MAINTAIN" TO AU-CLASS
           MOVE SPACES TO AU-ACTION
           STRING "AOC-HOUSEKEEP sweep by "
               FUNCTION TRIM (WS-RULES-FILENAME)
               DELIMITED BY SIZE INTO AU-ACTION
           CALL "AOC-AUTH" USING WS-AU-PARMS
           IF AU-RETURN-CODE NOT = ZERO
               MOVE "NO " TO WS-AUTHORIZED
               DISPLAY "AOC-HOUSEKEEP: operator "
                   FUNCTION TRIM (AU-OPERATOR)
                   " is not authorized for housekeeping"
                   " - nothing touched"
           END-IF.

       RESOLVE-SETTINGS.
           ACCEPT WS-RULES-FILENAME FROM ENVIRONMENT "AOC-RULES-DD"
               ON EXCEPTION MOVE SPACES TO WS-RULES-FILENAME
               MOVE WS-ARG-VALUE (1:4) TO WS-SEASON-YEAR
           ELSE
               MOVE 2023 TO WS-SEASON-YEAR
           END-IF
           MOVE "LIST" TO RO-FUNCTION
           MOVE WS-LOCK-PROGRAM TO RO-PROGRAM
           MOVE WS-SEASON-YEAR TO RO-SEASON-YEAR
           CALL "AOC-ROSTER" USING WS-RO-PARMS.

       SELECT-SWEEP-PARTICIPANT.
      * Entry 0 is the blank participant; the roster entries go back
      * through AOC-ROSTER for their file prefix.
           IF WS-PT-IDX = ZERO
               MOVE SPACES TO RO-PARTICIPANT
           ELSE
               MOVE RO-ROSTER-CODE (WS-PT-IDX) TO RO-PARTICIPANT
           END-IF
           MOVE "CHK " TO RO-FUNCTION
           CALL "AOC-ROSTER" USING WS-RO-PARMS
           MOVE RO-PARTICIPANT TO WS-PARTICIPANT
           MOVE RO-FILE-PREFIX TO WS-FILE-PREFIX.

       LOAD-RETENTION-RULES.
      * No rules, no housekeeping - deleting catalog files on a
      * An empty checkpoint is a finished run's residue; a non-empty
      * one is an in-flight run AOC-STATUS would report, and no rule
      * value makes deleting that acceptable.
           PERFORM VARYING WS-PT-IDX FROM 0 BY 1
               UNTIL WS-PT-IDX > RO-ROSTER-COUNT
               PERFORM SELECT-SWEEP-PARTICIPANT
               PERFORM SWEEP-PARTICIPANT-CHECKPOINTS
           END-PERFORM.

       SWEEP-PARTICIPANT-CHECKPOINTS.
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1
               UNTIL WS-DAY-NO > 25
               MOVE SPACES TO WS-PROBE-FILENAME
               STRING WS-FILE-PREFIX DELIMITED BY SPACE
                   "DAY" WS-DAY-NO "-CHECKPOINT.TXT"
                   DELIMITED BY SIZE INTO WS-PROBE-FILENAME
               PERFORM JUDGE-ONE-CHECKPOINT
      * The unqualified pre-season names only ever belonged to the
      * installation's own participant.
               IF WS-PT-IDX = ZERO
                   MOVE SPACES TO WS-PROBE-FILENAME
                   STRING "DAY" WS-DAY-NO "-CHECKPOINT.TXT"
                       DELIMITED BY SIZE INTO WS-PROBE-FILENAME
                   PERFORM JUDGE-ONE-CHECKPOINT
               END-IF
           END-PERFORM.

       JUDGE-ONE-CHECKPOINT.

       SWEEP-CARD-REPORTS.
           PERFORM OPEN-INDEX-UNDER-LOCK
           PERFORM VARYING WS-PT-IDX FROM 0 BY 1
               UNTIL WS-PT-IDX > RO-ROSTER-COUNT
               PERFORM SELECT-SWEEP-PARTICIPANT
               PERFORM SWEEP-PARTICIPANT-CARD-REPORTS
           END-PERFORM
           PERFORM CLOSE-INDEX-AND-UNLOCK.

       SWEEP-PARTICIPANT-CARD-REPORTS.
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1
               UNTIL WS-DAY-NO > 25
               MOVE SPACES TO WS-PROBE-FILENAME
               STRING WS-FILE-PREFIX DELIMITED BY SPACE
                   "DAY" WS-DAY-NO "-CARD-REPORT.TXT"
                   DELIMITED BY SIZE INTO WS-PROBE-FILENAME
               MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
               MOVE WS-PARTICIPANT TO AX-PARTICIPANT
               PERFORM JUDGE-ONE-CARD-REPORT
               IF WS-PT-IDX = ZERO
                   MOVE SPACES TO WS-PROBE-FILENAME
                   STRING "DAY" WS-DAY-NO "-CARD-REPORT.TXT"
                       DELIMITED BY SIZE INTO WS-PROBE-FILENAME
      * The unqualified names predate the season column - 2023 by
      * the convention everything else follows.
                   MOVE 2023 TO AX-SEASON-YEAR
                   MOVE SPACES TO AX-PARTICIPANT
                   PERFORM JUDGE-ONE-CARD-REPORT
               END-IF
           END-PERFORM.

       JUDGE-ONE-CARD-REPORT.
           PERFORM PROBE-CANDIDATE-FILE
           END-IF.

       CHECK-DAY-SOLVED.
      * Both parts present for the season and participant already
      * loaded into AX-SEASON-YEAR and AX-PARTICIPANT by the caller.
      * No readable index means no proof the day is done - the
      * report is kept.
           MOVE "NO " TO WS-DAY-SOLVED
           IF WS-INDEX-OPEN = "YES"
               MOVE "NO " TO WS-SAW-PART1
