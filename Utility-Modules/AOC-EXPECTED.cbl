      * Return codes: 0 clean, 12 the ledger or a file could not be
      * opened (or no usable parameter).
      * Tectonics: cobc
      * Update: participant-aware - the ledger keys read and the
      * expected files written are those of the team member named
      * in AOC-PARTICIPANT (checked through AOC-ROSTER; blank is the
      * installation's own participant and its files keep their old
      * names). A code the roster refuses ends RC 12 with nothing
      * read or written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-EXPECTED.
       01 WS-ARG-NUMBER             PIC 9(2).
       01 WS-ARG-VALUE              PIC X(250).
       01 WS-SEASON-YEAR            PIC 9(4) VALUE 2023.
       01 WS-PARTICIPANT            PIC X(8) VALUE SPACES.
       01 WS-FILE-PREFIX            PIC X(20) VALUE SPACES.
       01 WS-RO-PARMS.
           COPY "AOC-ROSTER.cpy".
       01 WS-ALL-DAYS               PIC X(3) VALUE "NO".
       01 WS-DAY-NUMBER             PIC 9(2) VALUE ZERO.
       01 WS-DAY-FROM               PIC 9(2).
           ELSE
               MOVE 2023 TO WS-SEASON-YEAR
           END-IF
           MOVE "RSLV" TO RO-FUNCTION
           MOVE WS-LOCK-PROGRAM TO RO-PROGRAM
           MOVE WS-SEASON-YEAR TO RO-SEASON-YEAR
           CALL "AOC-ROSTER" USING WS-RO-PARMS
           MOVE RO-PARTICIPANT TO WS-PARTICIPANT
           MOVE RO-FILE-PREFIX TO WS-FILE-PREFIX
           IF RO-RETURN-CODE NOT = ZERO
               DISPLAY "AOC-EXPECTED: participant '" WS-PARTICIPANT
                   "' is not on the roster"
               MOVE 12 TO WS-EXIT-RC
           END-IF
           ACCEPT WS-INDEX-FILENAME FROM ENVIRONMENT
               "AOC-RESULTS-IX-DD"
           IF WS-INDEX-FILENAME = SPACES
           MOVE SPACES TO WS-LEDGER-ANSWER1
           MOVE SPACES TO WS-LEDGER-ANSWER2
           MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
           MOVE WS-PARTICIPANT TO AX-PARTICIPANT
           MOVE WS-DAY-NUMBER TO AX-DAY-NUMBER
           MOVE 1 TO AX-PART-NUMBER
           READ RESULTS-INDEX-FILE
                   MOVE AX-ANSWER TO WS-LEDGER-ANSWER1
           END-READ
           MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
           MOVE WS-PARTICIPANT TO AX-PARTICIPANT
           MOVE WS-DAY-NUMBER TO AX-DAY-NUMBER
           MOVE 2 TO AX-PART-NUMBER
           READ RESULTS-INDEX-FILE
      * The same season-qualified name AOC-RUNNER's
      * BUILD-EXPECTED-FILENAME builds.
           MOVE SPACES TO WS-EXPECTED-FILENAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
               "DAY" WS-DAY-NUMBER "-EXPECTED.TXT"
               DELIMITED BY SIZE INTO WS-EXPECTED-FILENAME.

       PARSE-LEDGER-VALUES.
           DISPLAY "============================================"
           DISPLAY "AOC-EXPECTED GENERATION REPORT"
           DISPLAY "  Season    : " WS-SEASON-YEAR
           IF WS-PARTICIPANT NOT = SPACES
               DISPLAY "  Participant: " WS-PARTICIPANT " "
                   RO-PARTICIPANT-NAME
           END-IF
           DISPLAY "  Ledger    : " WS-INDEX-FILENAME
           DISPLAY "  Run date  : " WS-REPORT-TIMESTAMP
           DISPLAY "============================================"
