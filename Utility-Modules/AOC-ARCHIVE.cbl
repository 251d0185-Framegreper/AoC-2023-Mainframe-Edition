      * the lock exists to stop. LIST reads only the archive and
      * takes no lock.
      * Tectonics: cobc
      * Update: both functions are checked against the operator
      * authorization file through AOC-AUTH before anything is read
      * or written - LIST needs INQUIRY, CUT needs MAINTAIN - whether
      * the console drove it or a job step ran it directly. A
      * refusal ends RC 8, logged at E.
      * Update: the rolled-over live file keeps the latest record per
      * season/participant/day/part, so no team member's answers
      * are lost to another's at the cut; the seed table grows to
      * 2000 keys to hold a full roster's season, and LIST shows
      * each run's participant.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-ARCHIVE.
           COPY "AOC-RESULTS.cpy" REPLACING LEADING ==AR-== BY ==WK-==.

      * The seed the rolled-over live file keeps: the latest record
      * per season/participant/day/part, exactly the survivors a
      * PURGE would keep, so the inquiry programs see every solved
      * day without the seasons of duplicates behind it.
       01 WS-KEY-COUNT              PIC 9(4) VALUE ZERO.
       01 WS-KEY-OVERFLOW           PIC X(3) VALUE "NO".
       01 WS-KEY-TABLE.
          05 WS-KEY-ENTRY OCCURS 2000 TIMES INDEXED BY WS-KEY-IDX.
             10 WS-KE-SEASON        PIC 9(4).
             10 WS-KE-PARTICIPANT   PIC X(8).
             10 WS-KE-DAY           PIC 9(2).
             10 WS-KE-PART          PIC 9(1).
             10 WS-KE-RECORD        PIC X(100).
       01 WS-SEEDED-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-LISTED-COUNT           PIC 9(6) VALUE ZERO.

      * AOC-AUTH interface - who may run which function.
       01 WS-AU-PARMS.
           COPY "AOC-AUTH.cpy".
       01 WS-AUTHORIZED             PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-FUNCTION
           PERFORM RESOLVE-FILENAMES
           PERFORM AUTHORIZE-FUNCTION
           IF WS-AUTHORIZED NOT = "YES"
               MOVE 8 TO WS-EXIT-RC
               MOVE WS-EXIT-RC TO RETURN-CODE
               GOBACK
           END-IF
           EVALUATE WS-FUNCTION
               WHEN "CUT"
                   PERFORM CUT-HISTORY
           MOVE FUNCTION UPPER-CASE (WS-ARG-VALUE (1:8))
               TO WS-FUNCTION.

       AUTHORIZE-FUNCTION.
           MOVE "YES" TO WS-AUTHORIZED
           MOVE SPACES TO AU-CLASS
           EVALUATE WS-FUNCTION
               WHEN "LIST"
                   MOVE "INQUIRY" TO AU-CLASS
               WHEN "CUT"
                   MOVE "MAINTAIN" TO AU-CLASS
           END-EVALUATE
           IF AU-CLASS NOT = SPACES
               MOVE "CHK " TO AU-FUNCTION
               MOVE WS-LOCK-PROGRAM TO AU-PROGRAM
               MOVE SPACES TO AU-ACTION
               STRING "AOC-ARCHIVE " FUNCTION TRIM (WS-FUNCTION)
                   " " FUNCTION TRIM (WS-ARCHIVE-FILENAME)
                   DELIMITED BY SIZE INTO AU-ACTION
               CALL "AOC-AUTH" USING WS-AU-PARMS
               IF AU-RETURN-CODE NOT = ZERO
                   MOVE "NO " TO WS-AUTHORIZED
                   DISPLAY "AOC-ARCHIVE: operator "
                       FUNCTION TRIM (AU-OPERATOR)
                       " is not authorized for "
                       FUNCTION TRIM (WS-FUNCTION)
                       " - nothing done"
               END-IF
           END-IF.

       RESOLVE-FILENAMES.
      * Live history through the usual AOC-RESULTS-DD override. The
      * archive name: parameter 2 first (the LIST case names a past
                   WRITE ARCHIVE-RECORD
                   CLOSE ARCHIVE-FILE
                   IF WS-KEY-OVERFLOW = "YES"
                       DISPLAY "AOC-ARCHIVE: more than 2000 distinct "
                           "season/participant/day/part keys - the "
                           "seed rewrite would drop answers; cut "
                           "refused"
                       MOVE 8 TO WS-EXIT-RC
                   END-IF
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
               END-IF

       ROLL-OVER-LIVE-FILE.
      * The archive is proven; the live file restarts holding only
      * the latest record per season/participant/day/part.
           MOVE ZERO TO WS-SEEDED-COUNT
           OPEN OUTPUT AOC-RESULTS-FILE
           IF WS-RESULTS-FILE-STATUS NOT = "00"
           DISPLAY "  Last run stamp     : " WS-CUT-LAST-STAMP
           DISPLAY "  Read-back verified : " WS-VERIFY-OK
           DISPLAY "  Live file seeded   : " WS-SEEDED-COUNT
               " record(s) (latest per season/participant/day/part)"
           IF WS-EXIT-RC NOT = ZERO
               DISPLAY "  *** CUT DID NOT COMPLETE (RC " WS-EXIT-RC
                   ") - see messages above ***"
                   IF WS-SEASON-FILTER = SPACES
                       OR WS-SEASON-FILTER = WS-RECORD-SEASON
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY "  " WS-RECORD-SEASON " "
                           WK-PARTICIPANT " day " WK-DAY-NUMBER
                           " part " WK-PART-NUMBER
                           "  answer " WK-ANSWER
                           "  run " WK-RUN-TIMESTAMP (1:14)
