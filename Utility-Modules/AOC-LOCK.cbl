      *          path AOC-LEDGER's UNLOCK function drives.
      * Return codes: 0 acquired/released, 4 REL of a lock held
      * elsewhere (or FREE with nothing to free), 8 ACQ timed out -
      * the diagnostic names the holder - or FREE refused to an
      * operator without MAINTAIN, 12 an unknown function or an
      * unusable lock file.
      * Tectonics: cobc
      * Update: the two operator paths - FREE, and the
      * AOC-LOCK-OVERRIDE takeover of a held lock - are checked
      * against the operator authorization file through AOC-AUTH and
      * need MAINTAIN. A refused FREE ends RC 8 and frees nothing; a
      * refused override is ignored and the acquire waits as usual.
      * Both refusals are logged at E. Ordinary ACQ and REL are the
      * job stream's own serialization and are never checked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-LOCK.
       01 WS-SLEEP-SECONDS          PIC 9(4) VALUE 1.
       01 WS-DELETE-STATUS          PIC S9(9) BINARY.

      * AOC-AUTH interface - FREE and the override need MAINTAIN.
       01 WS-AU-PARMS.
           COPY "AOC-AUTH.cpy".

      * AOC-LOGGER interface - every wait, takeover, and timeout is
      * an operational event worth the dated log.
       01 WS-LOG-PROGRAM-NAME       PIC X(16) VALUE "AOC-LOCK".
                           MOVE LK-ACQUIRED-STAMP TO WS-HOLDER-STAMP
                   END-READ
                   CLOSE LOCK-FILE
                   IF WS-OVERRIDE = "YES"
                       PERFORM AUTHORIZE-OVERRIDE
                   END-IF
                   IF WS-OVERRIDE = "YES"
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "AOC-LOCK-OVERRIDE is YES - "
                   MOVE WS-TIMEOUT-SECONDS TO WS-WAITED-SECONDS
           END-EVALUATE.

       AUTHORIZE-OVERRIDE.
      * Asked once, the first time there is a lock to take over - a
      * refusal turns the override off for the rest of this acquire.
           MOVE "CHK " TO AU-FUNCTION
           MOVE WS-LOG-PROGRAM-NAME TO AU-PROGRAM
           MOVE "MAINTAIN" TO AU-CLASS
           MOVE SPACES TO AU-ACTION
           STRING "AOC-LOCK-OVERRIDE takeover for "
               FUNCTION TRIM (LS-LOCK-CALLER)
               DELIMITED BY SIZE INTO AU-ACTION
           CALL "AOC-AUTH" USING WS-AU-PARMS
           IF AU-RETURN-CODE NOT = ZERO
               MOVE "NO " TO WS-OVERRIDE
           END-IF.

       WRITE-LOCK-RECORD.
           OPEN OUTPUT LOCK-FILE
           MOVE SPACES TO LOCK-RECORD
       FREE-LOCK.
      * The operator path for a lock orphaned by an abend - frees
      * whoever holds it and says so in the log.
           MOVE "CHK " TO AU-FUNCTION
           MOVE WS-LOG-PROGRAM-NAME TO AU-PROGRAM
           MOVE "MAINTAIN" TO AU-CLASS
           MOVE SPACES TO AU-ACTION
           STRING "AOC-LOCK FREE for " FUNCTION TRIM (LS-LOCK-CALLER)
               DELIMITED BY SIZE INTO AU-ACTION
           CALL "AOC-AUTH" USING WS-AU-PARMS
           IF AU-RETURN-CODE NOT = ZERO
               MOVE 8 TO LS-LOCK-RETURN-CODE
           ELSE
               PERFORM FREE-HELD-LOCK
           END-IF.

       FREE-HELD-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
