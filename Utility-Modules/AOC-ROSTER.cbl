      ******************************************************************
      * Author:
      * Date:
      * Purpose: Participant roster. Every Advent of Code account gets
      * its own input, and the season year alone only separates
      * Decembers - two team members' Day 5 inputs landed on the same
      * file name and fought over one ledger key. The participant
      * code now rides beside the season year through the suite: in
      * the indexed ledger key, the history, catalog, checkpoint,
      * accounting and submission journal records, and the season-
      * qualified file names (2023-JSMITH-DAY05-INPUT.TXT). This
      * module is the one place that knows where the code comes from
      * and who is on the team:
      *   - the roster file (AOC-PARTICIPANTS.TXT, or wherever
      *     AOC-PARTICIPANTS-DD points, layout AOC-PARTICIPANT.cpy)
      *     lists each participant code with a name;
      *   - a run's participant is the AOC-PARTICIPANT environment
      *     variable, set by the job step, the console, or
      *     AOC-SEASON for each participant it drives;
      *   - the blank participant is the installation's own - the
      *     records and file names from before the roster existed,
      *     "2023-DAY05-INPUT.TXT" exactly as always - and is always
      *     good, so an installation with no roster runs unchanged.
      * A non-blank code that is malformed or not on the roster is
      * refused and logged at E under the asking program's name: a
      * mistyped code would otherwise quietly start a new, empty
      * ledger for nobody. ALL is reserved (it selects every
      * participant in the reporting and scheduling programs).
      * Functions (RO-FUNCTION, see AOC-ROSTER.cpy):
      *   RSLV - resolve AOC-PARTICIPANT and check it.
      *   CHK  - check the code already in RO-PARTICIPANT.
      *   LIST - return every participant on the roster.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-ROSTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO DYNAMIC WS-ROSTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE LABEL RECORDS ARE STANDARD.
           01  ROSTER-RECORD.
               COPY "AOC-PARTICIPANT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ROSTER-FILENAME        PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-ROSTER-FILE    PIC X(250)
           VALUE "AOC-PARTICIPANTS.TXT".
       01 WS-ROSTER-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-FILE-READABLE          PIC X(3) VALUE "NO".
       01 WS-PARTICIPANT-FOUND      PIC X(3) VALUE "NO".
       01 WS-CODE-VALID             PIC X(3) VALUE "NO".
       01 WS-SEEN-BLANK             PIC X(3) VALUE "NO".
       01 WS-CHECK-CODE             PIC X(8).
       01 WS-RAW-CODE               PIC X(40).
       01 WS-POS                    PIC 9(2).
       01 WS-CH                     PIC X.
       01 END-OF-FILE               PIC X(3) VALUE "NO".

      * AOC-LOGGER interface - refusals are written under the ASKING
      * program's name, so the dated log reads as that program's own
      * history.
       01 WS-LOG-PROGRAM-NAME       PIC X(16).
       01 WS-LOG-SEVERITY           PIC X(1).
       01 WS-LOG-MESSAGE            PIC X(120).
       01 WS-SAVED-RETURN-CODE      PIC S9(9) BINARY.

       LINKAGE SECTION.
       01 LS-ROSTER-PARMS.
           COPY "AOC-ROSTER.cpy".

       PROCEDURE DIVISION USING LS-ROSTER-PARMS.
       MAIN-PROCEDURE.
           MOVE ZERO TO RO-RETURN-CODE
           MOVE RO-PROGRAM TO WS-LOG-PROGRAM-NAME
           PERFORM RESOLVE-ROSTER-FILENAME
           EVALUATE RO-FUNCTION
               WHEN "RSLV"
                   PERFORM RESOLVE-PARTICIPANT
                   PERFORM CHECK-PARTICIPANT
               WHEN "CHK "
                   MOVE RO-PARTICIPANT TO WS-RAW-CODE
                   PERFORM CHECK-PARTICIPANT
               WHEN "LIST"
                   PERFORM LIST-ROSTER
               WHEN OTHER
                   MOVE 12 TO RO-RETURN-CODE
           END-EVALUATE
           GOBACK.

       RESOLVE-ROSTER-FILENAME.
           ACCEPT WS-ROSTER-FILENAME FROM ENVIRONMENT
               "AOC-PARTICIPANTS-DD"
               ON EXCEPTION MOVE SPACES TO WS-ROSTER-FILENAME
           END-ACCEPT
           IF WS-ROSTER-FILENAME = SPACES
               MOVE WS-DEFAULT-ROSTER-FILE TO WS-ROSTER-FILENAME
           END-IF.

       RESOLVE-PARTICIPANT.
           MOVE SPACES TO WS-RAW-CODE
           ACCEPT WS-RAW-CODE FROM ENVIRONMENT "AOC-PARTICIPANT"
               ON EXCEPTION MOVE SPACES TO WS-RAW-CODE
           END-ACCEPT.

       CHECK-PARTICIPANT.
      * The file prefix is built even for a refused code, so the
      * caller's report can still name the files it did not touch.
           MOVE FUNCTION UPPER-CASE (WS-RAW-CODE) TO WS-RAW-CODE
           MOVE WS-RAW-CODE (1:8) TO WS-CHECK-CODE
           MOVE WS-CHECK-CODE TO RO-PARTICIPANT
           MOVE SPACES TO RO-PARTICIPANT-NAME
           PERFORM BUILD-FILE-PREFIX
           IF WS-CHECK-CODE = SPACES
               MOVE "(default)" TO RO-PARTICIPANT-NAME
           ELSE
               PERFORM VALIDATE-CODE
               IF WS-CODE-VALID = "YES"
                   PERFORM FIND-PARTICIPANT
               END-IF
               MOVE SPACES TO WS-LOG-MESSAGE
               EVALUATE TRUE
                   WHEN WS-CODE-VALID NOT = "YES"
                       STRING "participant code '"
                           FUNCTION TRIM (WS-RAW-CODE (1:20))
                           "' is not one to eight letters or digits"
                           " - refused"
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   WHEN WS-FILE-READABLE NOT = "YES"
                       STRING "participant " FUNCTION TRIM
                           (WS-CHECK-CODE) " refused - roster "
                           FUNCTION TRIM (WS-ROSTER-FILENAME)
                           " not readable (status "
                           WS-ROSTER-FILE-STATUS ")"
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   WHEN WS-PARTICIPANT-FOUND NOT = "YES"
                       STRING "participant " FUNCTION TRIM
                           (WS-CHECK-CODE) " is not on the roster "
                           FUNCTION TRIM (WS-ROSTER-FILENAME)
                           " - refused"
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-LOG-MESSAGE NOT = SPACES
                   MOVE "E" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
                   MOVE 8 TO RO-RETURN-CODE
               END-IF
           END-IF.

       VALIDATE-CODE.
      * Letters and digits only, left-justified, nothing past eight
      * characters - the code goes straight into file names.
           MOVE "YES" TO WS-CODE-VALID
           MOVE "NO " TO WS-SEEN-BLANK
           IF WS-RAW-CODE (9:32) NOT = SPACES
               MOVE "NO " TO WS-CODE-VALID
           END-IF
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 8
               MOVE WS-CHECK-CODE (WS-POS:1) TO WS-CH
               IF WS-CH = SPACE
                   MOVE "YES" TO WS-SEEN-BLANK
               ELSE
                   IF WS-SEEN-BLANK = "YES"
                       MOVE "NO " TO WS-CODE-VALID
                   ELSE
                       IF WS-CH IS NOT ALPHABETIC-UPPER
                           AND WS-CH IS NOT NUMERIC
                           MOVE "NO " TO WS-CODE-VALID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
      * ALL is the word AOC-SEASON, AOC-STATUS and AOC-STATS take for
      * every participant, so it can never be anyone's code.
           IF WS-CHECK-CODE = "ALL"
               MOVE "NO " TO WS-CODE-VALID
           END-IF.

       BUILD-FILE-PREFIX.
           MOVE SPACES TO RO-FILE-PREFIX
           IF WS-CHECK-CODE = SPACES
               STRING RO-SEASON-YEAR "-"
                   DELIMITED BY SIZE INTO RO-FILE-PREFIX
           ELSE
               STRING RO-SEASON-YEAR "-" DELIMITED BY SIZE
                   WS-CHECK-CODE DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   INTO RO-FILE-PREFIX
           END-IF.

       FIND-PARTICIPANT.
      * Read fresh on every check - a roster edit takes effect at the
      * next run.
           MOVE "NO " TO WS-FILE-READABLE
           MOVE "NO " TO WS-PARTICIPANT-FOUND
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-FILE-STATUS = "00"
               MOVE "YES" TO WS-FILE-READABLE
               MOVE "NO" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "YES"
                   OR WS-PARTICIPANT-FOUND = "YES"
                   READ ROSTER-FILE
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           PERFORM MATCH-ONE-PARTICIPANT
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

       MATCH-ONE-PARTICIPANT.
           IF ROSTER-RECORD (1:1) NOT = "*"
               AND PT-PARTICIPANT-CODE NOT = SPACES
               AND FUNCTION UPPER-CASE (PT-PARTICIPANT-CODE)
                   = WS-CHECK-CODE
               MOVE "YES" TO WS-PARTICIPANT-FOUND
               MOVE PT-PARTICIPANT-NAME TO RO-PARTICIPANT-NAME
           END-IF.

       LIST-ROSTER.
           MOVE ZERO TO RO-ROSTER-COUNT
           MOVE SPACES TO RO-ROSTER-TABLE
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-FILE-STATUS = "00"
               MOVE "NO" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "YES"
                   READ ROSTER-FILE
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           PERFORM LIST-ONE-PARTICIPANT
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

       LIST-ONE-PARTICIPANT.
           IF ROSTER-RECORD (1:1) NOT = "*"
               AND PT-PARTICIPANT-CODE NOT = SPACES
               IF RO-ROSTER-COUNT < 20
                   ADD 1 TO RO-ROSTER-COUNT
                   MOVE FUNCTION UPPER-CASE (PT-PARTICIPANT-CODE)
                       TO RO-ROSTER-CODE (RO-ROSTER-COUNT)
                   MOVE PT-PARTICIPANT-NAME
                       TO RO-ROSTER-NAME (RO-ROSTER-COUNT)
               ELSE
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "roster holds more than 20 participants - "
                       FUNCTION TRIM (PT-PARTICIPANT-CODE)
                       " and any after it are not listed"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "W" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
                   MOVE "YES" TO END-OF-FILE
               END-IF
           END-IF.

       WRITE-LOG-MESSAGE.
      * RETURN-CODE is saved around the CALL - the register is shared
      * with the called program, and logging must never erase the
      * code being reported.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "AOC-LOGGER" USING WS-LOG-PROGRAM-NAME
               WS-LOG-SEVERITY WS-LOG-MESSAGE
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       END PROGRAM AOC-ROSTER.
