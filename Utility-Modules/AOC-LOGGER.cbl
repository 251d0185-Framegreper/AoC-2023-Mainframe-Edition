      * extend mode per message, so any mix of programs in one job
      * stream interleaves safely into the same day's log.
      * Tectonics: cobc
      * Update: every log record now ends with the operator the
      * message was written for - AOC-OPERATOR (set by the console
      * sign-on, or by the job step), else the sign-on user (USER),
      * else BATCH - so a FORCE or a refused UNLOCK in the log says
      * who asked for it. The new column follows the message, where
      * readers of the older layout never looked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-LOGGER.
               05  LOG-SEVERITY          PIC X(1).
               05  FILLER                PIC X(1).
               05  LOG-MESSAGE           PIC X(120).
               05  FILLER                PIC X(1).
               05  LOG-OPERATOR          PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-LOG-FILENAME           PIC X(250) VALUE SPACES.
       01 WS-LOG-FILE-STATUS        PIC X(2) VALUE SPACES.
       01 WS-CURRENT-STAMP          PIC X(26).
       01 WS-OPERATOR               PIC X(16) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-LOG-PROGRAM            PIC X(16).
               MOVE "?" TO LOG-SEVERITY
           END-IF
           MOVE LS-LOG-MESSAGE TO LOG-MESSAGE
           PERFORM RESOLVE-OPERATOR
           MOVE WS-OPERATOR TO LOG-OPERATOR
           DISPLAY LOG-PROGRAM "(" LOG-SEVERITY "): " LS-LOG-MESSAGE
           PERFORM WRITE-LOG-RECORD
           GOBACK.
                   DELIMITED BY SIZE INTO WS-LOG-FILENAME
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

       WRITE-LOG-RECORD.
           OPEN EXTEND LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
