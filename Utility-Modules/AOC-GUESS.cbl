      ******************************************************************
      * Author:
      * Date:
      * Purpose: Answer-submission journal. Every answer typed into
      * the puzzle site is recorded here with the verdict the site
      * gave and when, one append-only line per submission
      * (AOC-GUESS.cpy), so "have we tried this number already?" is
      * a lookup instead of a memory test - last December the same
      * wrong Day 12 answer went in twice and bought a lockout.
      * From the HIGH and LOW verdicts the utility keeps the tightest
      * known bounds per part: the lowest answer the site called too
      * high and the highest it called too low. A CORRECT verdict
      * marks the matching indexed ledger entry confirmed
      * (AX-CONFIRMED), which is what separates an answer the site
      * accepted from one that was only computed.
      * Functions:
      *   RECORD dd p answer verdict - journal one submission.
      *                     Refused (nothing written) when the same
      *                     answer was already submitted for the part
      *                     or the part is already confirmed; an
      *                     answer outside the known bounds is
      *                     recorded with a warning. Verdict is HIGH,
      *                     LOW, WRONG or CORRECT.
      *   CHECK dd p answer - the same duplicate and bounds tests
      *                     without writing anything: the question to
      *                     ask before pressing submit.
      *   LIST dd         - the day's submissions, bounds, ledger
      *                     answer and confirmed state per part.
      *   RECONFIRM       - re-apply every CORRECT verdict of the
      *                     season to the indexed ledger (after an
      *                     AOC-LEDGER-LOAD rebuild, or after a runner
      *                     re-solve ledgered the confirmed answer).
      * Parameters are positional, with AOC-GUESS-FUNCTION, -DAY,
      * -PART, -ANSWER and -VERDICT standing in when none are passed
      * (the operator-console convention). Season through
      * AOC-SEASON-YEAR (default 2023); journal through AOC-GUESS-DD
      * (default AOC-GUESS-JOURNAL.TXT); ledger through
      * AOC-RESULTS-IX-DD. Serializes on the AOC-LOCK ledger lock.
      * Return codes: 0 clean, 4 recorded with a warning (outside the
      * bounds, or a CORRECT verdict the ledger could not take), 8
      * refused - duplicate submission or part already confirmed, 12
      * bad parameters or a file could not be opened.
      * Update: a confirmation (RECORD CORRECT or RECONFIRM) is
      * journaled through AOC-LEDGER-JRNL like every other indexed
      * ledger change, with the unconfirmed record as its before
      * image.
      * Update: a season closed through AOC-LEDGER CLOSE keeps its
      * ledger as closed. RECORD still journals the submission, but
      * a CORRECT verdict does not confirm the ledger entry (RC 4);
      * RECONFIRM is refused RC 8. The refusal is logged at E by
      * AOC-SEASON-CTL.
      * Update: every submission belongs to a participant (AOC-ROSTER,
      * through AOC-PARTICIPANT - blank is the installation's own).
      * RECORD journals it in GJ-PARTICIPANT, CHECK and LIST see only
      * that participant's submissions and ledger keys (each account
      * has its own answers and its own bounds), and a CORRECT
      * verdict confirms that participant's key. RECONFIRM re-applies
      * every participant's CORRECT verdicts to their own keys, the
      * way AOC-LEDGER-LOAD rebuilds every participant's. A
      * participant not on the roster is a bad parameter (RC 12).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-GUESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUESS-JOURNAL-FILE ASSIGN TO DYNAMIC
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
       FD  GUESS-JOURNAL-FILE LABEL RECORDS ARE STANDARD.
           01  GUESS-JOURNAL-RECORD.
               COPY "AOC-GUESS.cpy".

       FD  RESULTS-INDEX-FILE.
           01  RESULTS-INDEX-RECORD.
               COPY "AOC-RESULTS-IX.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-FILENAME       PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-JOURNAL-FILE   PIC X(250)
           VALUE "AOC-GUESS-JOURNAL.TXT".
       01 WS-JOURNAL-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 WS-INDEX-FILENAME         PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-INDEX-FILE     PIC X(250) VALUE "AOC-RESULTS.IDX".
       01 WS-INDEX-FILE-STATUS      PIC X(2) VALUE SPACES.
       01 WS-ARG-NUMBER             PIC 9(2).
       01 WS-ARG-VALUE              PIC X(250).
       01 WS-FUNCTION               PIC X(10) VALUE SPACES.
       01 WS-DAY-NUMBER             PIC 9(2) VALUE ZERO.
       01 WS-PART-NUMBER            PIC 9(1) VALUE ZERO.
       01 WS-VERDICT                PIC X(7) VALUE SPACES.
       01 WS-SEASON-YEAR            PIC 9(4) VALUE 2023.
       01 WS-PARTICIPANT            PIC X(8) VALUE SPACES.
       01 WS-PARTICIPANT-NAME       PIC X(30) VALUE SPACES.
       01 END-OF-FILE               PIC X(3) VALUE "NO".
       01 WS-EXIT-RC                PIC 9(2) VALUE ZERO.
       01 WS-PARMS-OK               PIC X(3) VALUE "YES".
       01 WS-REPORT-TIMESTAMP       PIC X(26).

      * The answer as given, and in ledger text form once converted.
       01 WS-ANSWER-GIVEN           PIC X(40) VALUE SPACES.
       01 WS-ANSWER-NUMBER          PIC S9(18) VALUE ZERO.
       01 WS-ANSWER-TEXT            PIC X(20) VALUE SPACES.
       01 WS-ANSWER-UNSIGNED        PIC 9(18).

      * TOKEN-TO-NUMBER interface - one token at a time here, the
      * given answer or a journal answer being compared for bounds.
       01 WS-TTN-TOKEN-TABLE.
          05 WS-TTN-TOKEN           PIC X(100) OCCURS 100 TIMES.
       01 WS-TTN-COUNT              PIC 9(3) VALUE 1.
       01 WS-TTN-NUMBER-TABLE.
          05 WS-TTN-NUMBER          PIC S9(18) OCCURS 100 TIMES.
       01 WS-TTN-VALID-TABLE.
          05 WS-TTN-VALID           PIC X(3) OCCURS 100 TIMES.
       01 WS-TTN-REJECTS            PIC 9(3).
       01 WS-TTN-RC                 PIC 99.

      * What the journal already knows about the part in hand.
       01 WS-PART-SUBMISSIONS       PIC 9(4) VALUE ZERO.
       01 WS-DUPLICATE-SEEN         PIC X(3) VALUE "NO".
       01 WS-DUPLICATE-VERDICT      PIC X(7) VALUE SPACES.
       01 WS-DUPLICATE-TIMESTAMP    PIC X(26) VALUE SPACES.
       01 WS-CORRECT-SEEN           PIC X(3) VALUE "NO".
       01 WS-CORRECT-ANSWER         PIC X(20) VALUE SPACES.
       01 WS-HIGH-SEEN              PIC X(3) VALUE "NO".
       01 WS-HIGH-BOUND             PIC S9(18) VALUE ZERO.
       01 WS-HIGH-TEXT              PIC X(20) VALUE SPACES.
       01 WS-LOW-SEEN               PIC X(3) VALUE "NO".
       01 WS-LOW-BOUND              PIC S9(18) VALUE ZERO.
       01 WS-LOW-TEXT               PIC X(20) VALUE SPACES.
       01 WS-OUTSIDE-BOUNDS         PIC X(3) VALUE "NO".
       01 WS-JOURNAL-NUMBER         PIC S9(18) VALUE ZERO.
       01 WS-LIST-PART              PIC 9(1).
       01 WS-LISTED-COUNT           PIC 9(4) VALUE ZERO.

      * RECONFIRM tallies.
       01 WS-CORRECT-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-CONFIRMED-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-ALREADY-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-UNMATCHED-COUNT        PIC 9(4) VALUE ZERO.

      * AOC-LOCK serialization interface - the shared ledger files
      * are only touched while the lock is held.
       01 WS-LOCK-PROGRAM           PIC X(16) VALUE "AOC-GUESS".
       01 WS-LOCK-FUNCTION          PIC X(4).
       01 WS-LOCK-RETURN-CODE       PIC 99.
       01 WS-LOCK-HELD              PIC X(3) VALUE "NO".

      * AOC-LEDGER-JRNL interface - a confirmation is a ledger change
      * like any other and is journaled.
       01 WS-LJ-PARMS.
           COPY "AOC-LEDGER-JRNL.cpy".

      * AOC-SEASON-CTL interface - a closed season's ledger is not
      * confirmed into.
       01 WS-SV-PARMS.
           COPY "AOC-SEASON-CTL.cpy".

      * AOC-ROSTER interface - whose submissions these are.
       01 WS-RO-PARMS.
           COPY "AOC-ROSTER.cpy".

      * AOC-LOGGER interface.
       01 WS-LOG-PROGRAM-NAME       PIC X(16) VALUE "AOC-GUESS".
       01 WS-LOG-SEVERITY           PIC X(1).
       01 WS-LOG-MESSAGE            PIC X(120).
       01 WS-SAVED-RETURN-CODE      PIC S9(9) BINARY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-PARAMETERS
           PERFORM RESOLVE-SEASON-YEAR
           PERFORM RESOLVE-PARTICIPANT
           PERFORM RESOLVE-FILENAMES
           IF WS-PARMS-OK NOT = "YES"
               MOVE 12 TO WS-EXIT-RC
               MOVE WS-EXIT-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ACQUIRE-LEDGER-LOCK
           IF WS-LOCK-HELD NOT = "YES"
               MOVE 12 TO WS-EXIT-RC
               MOVE WS-EXIT-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PRINT-REPORT-HEADER
           EVALUATE WS-FUNCTION
               WHEN "RECORD"
                   PERFORM RECORD-SUBMISSION
               WHEN "CHECK"
                   PERFORM CHECK-SUBMISSION
               WHEN "LIST"
                   PERFORM LIST-DAY-SUBMISSIONS
               WHEN "RECONFIRM"
                   PERFORM RECONFIRM-LEDGER
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

       WRITE-LOG-MESSAGE.
      * Single funnel into AOC-LOGGER; RETURN-CODE is saved around
      * the CALL so logging never erases the code being reported.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "AOC-LOGGER" USING WS-LOG-PROGRAM-NAME
               WS-LOG-SEVERITY WS-LOG-MESSAGE
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       RESOLVE-PARAMETERS.
      * Positional parameters 1-5 are function, day, part, answer and
      * verdict; each falls back to its AOC-GUESS-* environment
      * variable when not passed.
           MOVE 1 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE = SPACES
               ACCEPT WS-ARG-VALUE FROM ENVIRONMENT
                   "AOC-GUESS-FUNCTION"
                   ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
               END-ACCEPT
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-ARG-VALUE (1:10))
               TO WS-FUNCTION
           MOVE 2 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE = SPACES
               ACCEPT WS-ARG-VALUE FROM ENVIRONMENT "AOC-GUESS-DAY"
                   ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
               END-ACCEPT
           END-IF
           EVALUATE TRUE
               WHEN WS-ARG-VALUE (1:2) IS NUMERIC
                   AND WS-ARG-VALUE (3:1) = SPACE
                   MOVE WS-ARG-VALUE (1:2) TO WS-DAY-NUMBER
               WHEN WS-ARG-VALUE (1:1) IS NUMERIC
                   AND WS-ARG-VALUE (2:1) = SPACE
                   MOVE ZERO TO WS-DAY-NUMBER
                   MOVE WS-ARG-VALUE (1:1) TO WS-DAY-NUMBER (2:1)
               WHEN OTHER
                   MOVE ZERO TO WS-DAY-NUMBER
           END-EVALUATE
           MOVE 3 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE = SPACES
               ACCEPT WS-ARG-VALUE FROM ENVIRONMENT "AOC-GUESS-PART"
                   ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
               END-ACCEPT
           END-IF
           IF (WS-ARG-VALUE (1:1) = "1" OR WS-ARG-VALUE (1:1) = "2")
               AND WS-ARG-VALUE (2:1) = SPACE
               MOVE WS-ARG-VALUE (1:1) TO WS-PART-NUMBER
           ELSE
               MOVE ZERO TO WS-PART-NUMBER
           END-IF
           MOVE 4 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE = SPACES
               ACCEPT WS-ARG-VALUE FROM ENVIRONMENT "AOC-GUESS-ANSWER"
                   ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
               END-ACCEPT
           END-IF
           MOVE WS-ARG-VALUE (1:40) TO WS-ANSWER-GIVEN
           MOVE 5 TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE = SPACES
               ACCEPT WS-ARG-VALUE FROM ENVIRONMENT
                   "AOC-GUESS-VERDICT"
                   ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
               END-ACCEPT
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-ARG-VALUE (1:7))
               TO WS-VERDICT
           PERFORM VALIDATE-PARAMETERS.

       VALIDATE-PARAMETERS.
      * Each function's needs, checked before the lock is taken or a
      * file is opened - a typo never reaches the journal.
           EVALUATE WS-FUNCTION
               WHEN "RECORD"
               WHEN "CHECK"
                   PERFORM VALIDATE-DAY-AND-PART
                   IF WS-PARMS-OK = "YES"
                       PERFORM CONVERT-GIVEN-ANSWER
                   END-IF
                   IF WS-PARMS-OK = "YES" AND WS-FUNCTION = "RECORD"
                       IF WS-VERDICT NOT = "HIGH"
                           AND WS-VERDICT NOT = "LOW"
                           AND WS-VERDICT NOT = "WRONG"
                           AND WS-VERDICT NOT = "CORRECT"
                           DISPLAY "AOC-GUESS: verdict '" WS-VERDICT
                               "' not recognised - use HIGH, LOW, "
                               "WRONG or CORRECT as parameter 5"
                           MOVE "NO " TO WS-PARMS-OK
                       END-IF
                   END-IF
               WHEN "LIST"
                   IF WS-DAY-NUMBER < 1 OR WS-DAY-NUMBER > 25
                       DISPLAY "AOC-GUESS: LIST needs a day number "
                           "(1-25) as parameter 2"
                       MOVE "NO " TO WS-PARMS-OK
                   END-IF
               WHEN "RECONFIRM"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AOC-GUESS: function '"
                       FUNCTION TRIM (WS-FUNCTION)
                       "' not recognised - use RECORD dd p answer "
                       "verdict, CHECK dd p answer, LIST dd, or "
                       "RECONFIRM"
                   MOVE "NO " TO WS-PARMS-OK
           END-EVALUATE.

       VALIDATE-DAY-AND-PART.
           IF WS-DAY-NUMBER < 1 OR WS-DAY-NUMBER > 25
               DISPLAY "AOC-GUESS: " FUNCTION TRIM (WS-FUNCTION)
                   " needs a day number (1-25) as parameter 2"
               MOVE "NO " TO WS-PARMS-OK
           END-IF
           IF WS-PART-NUMBER = ZERO
               DISPLAY "AOC-GUESS: " FUNCTION TRIM (WS-FUNCTION)
                   " needs part 1 or 2 as parameter 3"
               MOVE "NO " TO WS-PARMS-OK
           END-IF.

       CONVERT-GIVEN-ANSWER.
      * The answer goes through TOKEN-TO-NUMBER and back out in the
      * ledger's text form, so "  4361", "+4361" and "4361" are one
      * answer to the duplicate check, not three.
           MOVE SPACES TO WS-TTN-TOKEN (1)
           MOVE WS-ANSWER-GIVEN TO WS-TTN-TOKEN (1)
           PERFORM CONVERT-ONE-TOKEN
           IF WS-TTN-VALID (1) NOT = "YES"
               DISPLAY "AOC-GUESS: answer '"
                   FUNCTION TRIM (WS-ANSWER-GIVEN)
                   "' is not a whole number of up to 18 digits"
               MOVE "NO " TO WS-PARMS-OK
           ELSE
               MOVE WS-TTN-NUMBER (1) TO WS-ANSWER-NUMBER
               MOVE SPACES TO WS-ANSWER-TEXT
               IF WS-ANSWER-NUMBER < ZERO
                   COMPUTE WS-ANSWER-UNSIGNED = ZERO - WS-ANSWER-NUMBER
                   STRING "-" WS-ANSWER-UNSIGNED
                       DELIMITED BY SIZE INTO WS-ANSWER-TEXT
               ELSE
                   MOVE WS-ANSWER-NUMBER TO WS-ANSWER-UNSIGNED
                   MOVE WS-ANSWER-UNSIGNED TO WS-ANSWER-TEXT
               END-IF
           END-IF.

       CONVERT-ONE-TOKEN.
           MOVE 1 TO WS-TTN-COUNT
           MOVE ZERO TO WS-TTN-NUMBER (1)
           MOVE "NO " TO WS-TTN-VALID (1)
           CALL "TOKEN-TO-NUMBER" USING WS-TTN-TOKEN-TABLE
               WS-TTN-COUNT WS-TTN-NUMBER-TABLE WS-TTN-VALID-TABLE
               WS-TTN-REJECTS WS-TTN-RC.

       RESOLVE-SEASON-YEAR.
      * The same AOC-SEASON-YEAR convention AOC-RUNNER resolves.
           ACCEPT WS-ARG-VALUE FROM ENVIRONMENT "AOC-SEASON-YEAR"
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT
           IF WS-ARG-VALUE (1:4) IS NUMERIC
               AND WS-ARG-VALUE (5:246) = SPACES
               MOVE WS-ARG-VALUE (1:4) TO WS-SEASON-YEAR
           ELSE
               MOVE 2023 TO WS-SEASON-YEAR
               IF WS-ARG-VALUE NOT = SPACES
                   DISPLAY "AOC-GUESS: AOC-SEASON-YEAR '"
                       WS-ARG-VALUE (1:8) "' is not a four-digit "
                       "year - season 2023 assumed"
               END-IF
           END-IF.

       RESOLVE-PARTICIPANT.
      * AOC-PARTICIPANT, checked against the roster the way the
      * runner checks it - AOC-ROSTER logs a refusal.
           MOVE "RSLV" TO RO-FUNCTION
           MOVE WS-LOCK-PROGRAM TO RO-PROGRAM
           MOVE WS-SEASON-YEAR TO RO-SEASON-YEAR
           CALL "AOC-ROSTER" USING WS-RO-PARMS
           MOVE RO-PARTICIPANT TO WS-PARTICIPANT
           MOVE RO-PARTICIPANT-NAME TO WS-PARTICIPANT-NAME
           IF RO-RETURN-CODE NOT = ZERO
               DISPLAY "AOC-GUESS: participant " RO-PARTICIPANT
                   " is not on the roster"
               MOVE "NO " TO WS-PARMS-OK
           END-IF.

       RESOLVE-FILENAMES.
           ACCEPT WS-JOURNAL-FILENAME FROM ENVIRONMENT "AOC-GUESS-DD"
               ON EXCEPTION MOVE SPACES TO WS-JOURNAL-FILENAME
           END-ACCEPT
           IF WS-JOURNAL-FILENAME = SPACES
               MOVE WS-DEFAULT-JOURNAL-FILE TO WS-JOURNAL-FILENAME
           END-IF
           ACCEPT WS-INDEX-FILENAME FROM ENVIRONMENT
               "AOC-RESULTS-IX-DD"
           IF WS-INDEX-FILENAME = SPACES
               MOVE WS-DEFAULT-INDEX-FILE TO WS-INDEX-FILENAME
           END-IF.

       RECORD-SUBMISSION.
      * Refuse first, write second: a duplicate or a post-confirmation
      * submission leaves the journal exactly as it was.
           PERFORM SCAN-JOURNAL-FOR-PART
           PERFORM PRINT-SUBMISSION-CHECK
           IF WS-EXIT-RC < 8
               PERFORM APPEND-JOURNAL-RECORD
               IF WS-EXIT-RC < 8 AND WS-VERDICT = "CORRECT"
                   MOVE SPACES TO SV-ACTION
                   STRING "confirmation of day " WS-DAY-NUMBER
                       " part " WS-PART-NUMBER
                       DELIMITED BY SIZE INTO SV-ACTION
                   PERFORM CHECK-SEASON-OPEN
                   IF SV-RETURN-CODE = ZERO
                       PERFORM CONFIRM-LEDGER-ENTRY
                   ELSE
                       DISPLAY "  Ledger             : season closed "
                           SV-TIMESTAMP (1:8) " by "
                           FUNCTION TRIM (SV-OPERATOR)
                           " - not confirmed"
                       MOVE 4 TO WS-EXIT-RC
                   END-IF
               END-IF
           END-IF.

       CHECK-SUBMISSION.
           PERFORM SCAN-JOURNAL-FOR-PART
           PERFORM PRINT-SUBMISSION-CHECK
           IF WS-EXIT-RC = ZERO
               DISPLAY "  Not yet submitted and inside the known "
                   "bounds - safe to submit"
           END-IF.

       SCAN-JOURNAL-FOR-PART.
      * One pass over the journal gathers everything known about the
      * season/day/part: how often it was tried, whether this exact
      * answer already was, whether it is already confirmed, and the
      * tightest HIGH/LOW bounds.
           MOVE ZERO TO WS-PART-SUBMISSIONS
           MOVE "NO " TO WS-DUPLICATE-SEEN
           MOVE "NO " TO WS-CORRECT-SEEN
           MOVE "NO " TO WS-HIGH-SEEN
           MOVE "NO " TO WS-LOW-SEEN
           MOVE "NO " TO WS-OUTSIDE-BOUNDS
           OPEN INPUT GUESS-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               MOVE "NO" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "YES"
                   READ GUESS-JOURNAL-FILE
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           IF GJ-SEASON-YEAR = WS-SEASON-YEAR
                               AND GJ-DAY-NUMBER = WS-DAY-NUMBER
                               AND GJ-PART-NUMBER = WS-PART-NUMBER
                               AND GJ-PARTICIPANT = WS-PARTICIPANT
                               PERFORM TALLY-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUESS-JOURNAL-FILE
           END-IF
           IF WS-HIGH-SEEN = "YES"
               AND WS-ANSWER-NUMBER >= WS-HIGH-BOUND
               MOVE "YES" TO WS-OUTSIDE-BOUNDS
           END-IF
           IF WS-LOW-SEEN = "YES"
               AND WS-ANSWER-NUMBER <= WS-LOW-BOUND
               MOVE "YES" TO WS-OUTSIDE-BOUNDS
           END-IF.

       TALLY-JOURNAL-ENTRY.
           ADD 1 TO WS-PART-SUBMISSIONS
           IF GJ-ANSWER = WS-ANSWER-TEXT
               MOVE "YES" TO WS-DUPLICATE-SEEN
               MOVE GJ-VERDICT TO WS-DUPLICATE-VERDICT
               MOVE GJ-SUBMIT-TIMESTAMP TO WS-DUPLICATE-TIMESTAMP
           END-IF
           IF GJ-VERDICT = "CORRECT"
               MOVE "YES" TO WS-CORRECT-SEEN
               MOVE GJ-ANSWER TO WS-CORRECT-ANSWER
           END-IF
           IF GJ-VERDICT = "HIGH" OR GJ-VERDICT = "LOW"
               MOVE SPACES TO WS-TTN-TOKEN (1)
               MOVE GJ-ANSWER TO WS-TTN-TOKEN (1)
               PERFORM CONVERT-ONE-TOKEN
               IF WS-TTN-VALID (1) = "YES"
                   MOVE WS-TTN-NUMBER (1) TO WS-JOURNAL-NUMBER
                   PERFORM TIGHTEN-BOUNDS
               END-IF
           END-IF.

       TIGHTEN-BOUNDS.
      * The upper bound is the lowest answer ever called too high,
      * the lower bound the highest ever called too low.
           IF GJ-VERDICT = "HIGH"
               IF WS-HIGH-SEEN NOT = "YES"
                   OR WS-JOURNAL-NUMBER < WS-HIGH-BOUND
                   MOVE "YES" TO WS-HIGH-SEEN
                   MOVE WS-JOURNAL-NUMBER TO WS-HIGH-BOUND
                   MOVE GJ-ANSWER TO WS-HIGH-TEXT
               END-IF
           ELSE
               IF WS-LOW-SEEN NOT = "YES"
                   OR WS-JOURNAL-NUMBER > WS-LOW-BOUND
                   MOVE "YES" TO WS-LOW-SEEN
                   MOVE WS-JOURNAL-NUMBER TO WS-LOW-BOUND
                   MOVE GJ-ANSWER TO WS-LOW-TEXT
               END-IF
           END-IF.

       PRINT-SUBMISSION-CHECK.
      * Shared by RECORD and CHECK - what the journal says about this
      * answer, with the refusal codes set here.
           DISPLAY "  Day " WS-DAY-NUMBER " part " WS-PART-NUMBER
               "  answer " WS-ANSWER-TEXT
           DISPLAY "  Submissions so far : " WS-PART-SUBMISSIONS
           PERFORM PRINT-BOUNDS
           EVALUATE TRUE
               WHEN WS-CORRECT-SEEN = "YES"
                   DISPLAY "  *** REFUSED - part already confirmed "
                       "with answer " WS-CORRECT-ANSWER " ***"
                   MOVE 8 TO WS-EXIT-RC
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "submission refused - day " WS-DAY-NUMBER
                       " part " WS-PART-NUMBER " already confirmed "
                       "with answer " WS-CORRECT-ANSWER
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "W" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
               WHEN WS-DUPLICATE-SEEN = "YES"
                   DISPLAY "  *** REFUSED - already submitted "
                       WS-DUPLICATE-TIMESTAMP (1:14) " verdict "
                       WS-DUPLICATE-VERDICT " - do not submit ***"
                   MOVE 8 TO WS-EXIT-RC
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "duplicate submission refused - day "
                       WS-DAY-NUMBER " part " WS-PART-NUMBER
                       " answer " WS-ANSWER-TEXT " already "
                       FUNCTION TRIM (WS-DUPLICATE-VERDICT)
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "W" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
               WHEN WS-OUTSIDE-BOUNDS = "YES"
                   DISPLAY "  *** WARNING - answer is outside the "
                       "known bounds and cannot be correct ***"
                   MOVE 4 TO WS-EXIT-RC
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "day " WS-DAY-NUMBER " part "
                       WS-PART-NUMBER " answer " WS-ANSWER-TEXT
                       " is outside the known bounds"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "W" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG-MESSAGE
           END-EVALUATE.

       PRINT-BOUNDS.
           IF WS-LOW-SEEN = "YES"
               DISPLAY "  Lower bound (LOW)  : " WS-LOW-TEXT
           ELSE
               DISPLAY "  Lower bound (LOW)  : (none recorded)"
           END-IF
           IF WS-HIGH-SEEN = "YES"
               DISPLAY "  Upper bound (HIGH) : " WS-HIGH-TEXT
           ELSE
               DISPLAY "  Upper bound (HIGH) : (none recorded)"
           END-IF.

       APPEND-JOURNAL-RECORD.
      * The journal is append-only; it is started the first time the
      * way every append-only file in this suite is.
           OPEN EXTEND GUESS-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT GUESS-JOURNAL-FILE
               CLOSE GUESS-JOURNAL-FILE
               OPEN EXTEND GUESS-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "AOC-GUESS: journal "
                   FUNCTION TRIM (WS-JOURNAL-FILENAME)
                   " could not be opened (status "
                   WS-JOURNAL-FILE-STATUS ")"
               MOVE 12 TO WS-EXIT-RC
           ELSE
               MOVE SPACES TO GUESS-JOURNAL-RECORD
               MOVE WS-SEASON-YEAR TO GJ-SEASON-YEAR
               MOVE WS-DAY-NUMBER TO GJ-DAY-NUMBER
               MOVE WS-PART-NUMBER TO GJ-PART-NUMBER
               MOVE WS-ANSWER-TEXT TO GJ-ANSWER
               MOVE WS-VERDICT TO GJ-VERDICT
               MOVE FUNCTION CURRENT-DATE TO GJ-SUBMIT-TIMESTAMP
               MOVE WS-PARTICIPANT TO GJ-PARTICIPANT
               WRITE GUESS-JOURNAL-RECORD
               CLOSE GUESS-JOURNAL-FILE
               DISPLAY "  Recorded           : verdict " WS-VERDICT
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "submission recorded - day " WS-DAY-NUMBER
                   " part " WS-PART-NUMBER " answer " WS-ANSWER-TEXT
                   " verdict " FUNCTION TRIM (WS-VERDICT)
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "I" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
           END-IF.

       CONFIRM-LEDGER-ENTRY.
      * The site accepted the answer - the ledger entry holding that
      * same answer becomes confirmed. A part not yet ledgered, or
      * ledgered with a different answer, is reported and left alone:
      * the runner confirms it when it ledgers the accepted answer.
           OPEN I-O RESULTS-INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = "00"
               DISPLAY "  Ledger             : "
                   FUNCTION TRIM (WS-INDEX-FILENAME)
                   " could not be opened (status "
                   WS-INDEX-FILE-STATUS ") - not confirmed"
               MOVE 4 TO WS-EXIT-RC
           ELSE
               MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
               MOVE WS-PARTICIPANT TO AX-PARTICIPANT
               MOVE WS-DAY-NUMBER TO AX-DAY-NUMBER
               MOVE WS-PART-NUMBER TO AX-PART-NUMBER
               READ RESULTS-INDEX-FILE
                   INVALID KEY
                       DISPLAY "  Ledger             : no entry for "
                           "this part yet - confirmed when the runner "
                           "ledgers it"
                       MOVE 4 TO WS-EXIT-RC
                   NOT INVALID KEY
                       IF AX-ANSWER = WS-ANSWER-TEXT
                           MOVE RESULTS-INDEX-RECORD TO LJ-BEFORE-IMAGE
                           MOVE "YES" TO AX-CONFIRMED
                           REWRITE RESULTS-INDEX-RECORD
                           PERFORM JOURNAL-CONFIRMATION
                           DISPLAY "  Ledger             : entry "
                               "marked CONFIRMED"
                       ELSE
                           DISPLAY "  Ledger             : holds "
                               AX-ANSWER " - differs, not confirmed"
                           MOVE 4 TO WS-EXIT-RC
                           MOVE SPACES TO WS-LOG-MESSAGE
                           STRING "day " WS-DAY-NUMBER " part "
                               WS-PART-NUMBER " accepted answer "
                               WS-ANSWER-TEXT " differs from ledger "
                               AX-ANSWER
                               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                           MOVE "W" TO WS-LOG-SEVERITY
                           PERFORM WRITE-LOG-MESSAGE
                       END-IF
               END-READ
               CLOSE RESULTS-INDEX-FILE
           END-IF.

       LIST-DAY-SUBMISSIONS.
           MOVE 1 TO WS-LIST-PART
           PERFORM LIST-PART-SUBMISSIONS
           MOVE 2 TO WS-LIST-PART
           PERFORM LIST-PART-SUBMISSIONS.

       LIST-PART-SUBMISSIONS.
           MOVE WS-LIST-PART TO WS-PART-NUMBER
           DISPLAY "  Day " WS-DAY-NUMBER " part " WS-PART-NUMBER ":"
           MOVE ZERO TO WS-LISTED-COUNT
           OPEN INPUT GUESS-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               MOVE "NO" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "YES"
                   READ GUESS-JOURNAL-FILE
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           IF GJ-SEASON-YEAR = WS-SEASON-YEAR
                               AND GJ-DAY-NUMBER = WS-DAY-NUMBER
                               AND GJ-PART-NUMBER = WS-PART-NUMBER
                               AND GJ-PARTICIPANT = WS-PARTICIPANT
                               ADD 1 TO WS-LISTED-COUNT
                               DISPLAY "    " GJ-SUBMIT-TIMESTAMP (1:14)
                                   "  " GJ-ANSWER "  " GJ-VERDICT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUESS-JOURNAL-FILE
           END-IF
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "    (no submissions recorded)"
           END-IF
      * The bounds come from the same scan RECORD uses; the answer
      * text is blank here so nothing counts as a duplicate.
           MOVE SPACES TO WS-ANSWER-TEXT
           MOVE ZERO TO WS-ANSWER-NUMBER
           PERFORM SCAN-JOURNAL-FOR-PART
           PERFORM PRINT-BOUNDS
           OPEN INPUT RESULTS-INDEX-FILE
           IF WS-INDEX-FILE-STATUS = "00"
               MOVE WS-SEASON-YEAR TO AX-SEASON-YEAR
               MOVE WS-PARTICIPANT TO AX-PARTICIPANT
               MOVE WS-DAY-NUMBER TO AX-DAY-NUMBER
               MOVE WS-PART-NUMBER TO AX-PART-NUMBER
               READ RESULTS-INDEX-FILE
                   INVALID KEY
                       DISPLAY "  Ledger answer      : (not ledgered)"
                   NOT INVALID KEY
                       IF AX-CONFIRMED = "YES"
                           DISPLAY "  Ledger answer      : " AX-ANSWER
                               "  CONFIRMED"
                       ELSE
                           DISPLAY "  Ledger answer      : " AX-ANSWER
                               "  computed, not confirmed"
                       END-IF
               END-READ
               CLOSE RESULTS-INDEX-FILE
           ELSE
               DISPLAY "  Ledger answer      : (indexed ledger not "
                   "on catalog)"
           END-IF.

       CHECK-SEASON-OPEN.
      * SV-ACTION says what would change; a closed season refuses it.
           MOVE "CHK " TO SV-FUNCTION
           MOVE WS-LOCK-PROGRAM TO SV-PROGRAM
           MOVE WS-SEASON-YEAR TO SV-SEASON-YEAR
           CALL "AOC-SEASON-CTL" USING WS-SV-PARMS.

       RECONFIRM-LEDGER.
      * Every CORRECT verdict of the season is re-applied; a ledger
      * entry already confirmed is counted and left alone.
           MOVE "RECONFIRM of the ledger" TO SV-ACTION
           PERFORM CHECK-SEASON-OPEN
           IF SV-RETURN-CODE NOT = ZERO
               DISPLAY "AOC-GUESS: season " WS-SEASON-YEAR
                   " was closed " SV-TIMESTAMP (1:8) " by "
                   FUNCTION TRIM (SV-OPERATOR)
                   " - RECONFIRM refused, ledger untouched"
               MOVE 8 TO WS-EXIT-RC
           ELSE
               PERFORM RECONFIRM-OPEN-SEASON
           END-IF.

       RECONFIRM-OPEN-SEASON.
           OPEN I-O RESULTS-INDEX-FILE
           IF WS-INDEX-FILE-STATUS NOT = "00"
               DISPLAY "AOC-GUESS: indexed ledger "
                   FUNCTION TRIM (WS-INDEX-FILENAME)
                   " could not be opened (status "
                   WS-INDEX-FILE-STATUS ")"
               MOVE 12 TO WS-EXIT-RC
           ELSE
               OPEN INPUT GUESS-JOURNAL-FILE
               IF WS-JOURNAL-FILE-STATUS = "00"
                   MOVE "NO" TO END-OF-FILE
                   PERFORM UNTIL END-OF-FILE = "YES"
                       READ GUESS-JOURNAL-FILE
                           AT END
                               MOVE "YES" TO END-OF-FILE
                           NOT AT END
                               IF GJ-SEASON-YEAR = WS-SEASON-YEAR
                                   AND GJ-VERDICT = "CORRECT"
                                   PERFORM RECONFIRM-ONE-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GUESS-JOURNAL-FILE
               END-IF
               CLOSE RESULTS-INDEX-FILE
               DISPLAY "  CORRECT verdicts   : " WS-CORRECT-COUNT
               DISPLAY "  Newly confirmed    : " WS-CONFIRMED-COUNT
               DISPLAY "  Already confirmed  : " WS-ALREADY-COUNT
               DISPLAY "  Not matching ledger: " WS-UNMATCHED-COUNT
               IF WS-UNMATCHED-COUNT > ZERO
                   MOVE 4 TO WS-EXIT-RC
               END-IF
           END-IF.

       RECONFIRM-ONE-ENTRY.
           ADD 1 TO WS-CORRECT-COUNT
      * Each verdict goes back to the key of the participant who
      * submitted it - journal records that predate the participant
      * column are the installation's own.
           MOVE GJ-SEASON-YEAR TO AX-SEASON-YEAR
           MOVE GJ-PARTICIPANT TO AX-PARTICIPANT
           MOVE GJ-DAY-NUMBER TO AX-DAY-NUMBER
           MOVE GJ-PART-NUMBER TO AX-PART-NUMBER
           READ RESULTS-INDEX-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY "  Day " GJ-DAY-NUMBER " part "
                       GJ-PART-NUMBER " " GJ-PARTICIPANT
                       " - not ledgered"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AX-ANSWER NOT = GJ-ANSWER
                           ADD 1 TO WS-UNMATCHED-COUNT
                           DISPLAY "  Day " GJ-DAY-NUMBER " part "
                               GJ-PART-NUMBER " " GJ-PARTICIPANT
                               " - ledger holds "
                               AX-ANSWER ", accepted " GJ-ANSWER
                       WHEN AX-CONFIRMED = "YES"
                           ADD 1 TO WS-ALREADY-COUNT
                       WHEN OTHER
                           MOVE RESULTS-INDEX-RECORD TO LJ-BEFORE-IMAGE
                           MOVE "YES" TO AX-CONFIRMED
                           REWRITE RESULTS-INDEX-RECORD
                           PERFORM JOURNAL-CONFIRMATION
                           ADD 1 TO WS-CONFIRMED-COUNT
                           DISPLAY "  Day " GJ-DAY-NUMBER " part "
                               GJ-PART-NUMBER " " GJ-PARTICIPANT
                               " - confirmed "
                               AX-ANSWER
                   END-EVALUATE
           END-READ.

       JOURNAL-CONFIRMATION.
           MOVE "PUT " TO LJ-FUNCTION
           MOVE WS-LOCK-PROGRAM TO LJ-PROGRAM
           MOVE "CHG" TO LJ-CHANGE-TYPE
           MOVE ZERO TO LJ-REVERSES-ID
           MOVE RESULTS-INDEX-RECORD TO LJ-AFTER-IMAGE
           CALL "AOC-LEDGER-JRNL" USING WS-LJ-PARMS.

       PRINT-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-TIMESTAMP
           DISPLAY "============================================"
           DISPLAY "AOC-GUESS " WS-FUNCTION " REPORT"
           DISPLAY "  Season    : " WS-SEASON-YEAR
           IF WS-PARTICIPANT NOT = SPACES
               AND WS-FUNCTION NOT = "RECONFIRM"
               DISPLAY "  Participant: " WS-PARTICIPANT " "
                   FUNCTION TRIM (WS-PARTICIPANT-NAME)
           END-IF
           DISPLAY "  Journal   : " WS-JOURNAL-FILENAME
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

       END PROGRAM AOC-GUESS.
