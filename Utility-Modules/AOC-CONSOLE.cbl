      * gives AOC-RUNNER. The driven program's RETURN-CODE is shown
      * after every action.
      * Tectonics: cobc
      * Update: item 23 drives the AOC-GUESS answer-submission journal
      * - check an answer before submitting it, record the site's
      * verdict after, list a day, or re-confirm the ledger from the
      * journal's CORRECT verdicts.
      * Update: the sample pre-flight. Item 2 takes a fourth mode,
      * S = sample only, and item 24 runs AOC-SEASON's SAMPLES sweep
      * over every registered day. The mode switches are reset after
      * the call, so one sample run does not turn every later run in
      * the session into one.
      * Update: item 25 toggles the solver trace (AOC-TRACE) for every
      * runner step driven for the rest of the session; the menu line
      * shows whether it is on.
      * Update: item 26 drives AOC-RECOVER - list the ledger change
      * journal, roll the ledger back to a time, or undo one change.
      * ROLLBACK and UNDO are confirmed like every destructive item.
      * Update: operator sign-on. The console opens with an operator
      * ID, checked against the authorization file through AOC-AUTH
      * (three tries, then the console closes), and the accepted ID
      * is exported as AOC-OPERATOR for every program driven after
      * it. Items whose programs do not check the operator themselves
      * are checked here before they run - runs and intake need RUN,
      * reports need INQUIRY; the maintenance programs check their
      * own functions.
      * Update: item 27 closes or reopens the season through
      * AOC-LEDGER CLOSE / REOPEN, confirmed.
      * Update: item 28 changes the participant (AOC-PARTICIPANT) -
      * blank is the installation's own, ALL the every-participant
      * scope of the reports and the season plan, anything else is
      * checked against the roster through AOC-ROSTER. The menu
      * heading names the participant when one is chosen.
      * Update: item 29 runs the AOC-COMPARE season-over-season report
      * and item 30 the AOC-NOTIFY on-call alert check; both need
      * INQUIRY.
      * Update: item 31 drives AOC-SOLVERS - list the solver registry,
      * register a day's module, enable or disable a solver from a
      * date (REGISTER and DISABLE confirmed), or seed a new season's
      * registry.
      * Update: item 32 diffs a day's input against the copy AOC-INTAKE
      * vetted, through AOC-LEDGER DIFF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-CONSOLE.
       01 WS-RC-DISPLAY             PIC 9(2).
       01 WS-EXIT-REQUESTED         PIC X(3) VALUE "NO".
       01 WS-ENV-VALUE              PIC X(250).
       01 WS-GUESS-ACTION           PIC X(1).
       01 WS-TRACE-STATE            PIC X(3) VALUE "NO".
       01 WS-OPERATOR               PIC X(16) VALUE SPACES.
       01 WS-SIGN-ON-TRIES          PIC 9(1) VALUE ZERO.
       01 WS-AUTHORIZED             PIC X(3) VALUE "NO".
       01 WS-PARTICIPANT            PIC X(8) VALUE SPACES.
       01 WS-SOLVER-PROGRAM         PIC X(20) VALUE SPACES.
       01 WS-EFFECTIVE-TEXT         PIC X(20) VALUE SPACES.

      * AOC-AUTH interface - sign-on against the operator
      * authorization file, and the class check for the menu items
      * whose programs do not check for themselves.
       01 WS-AU-PARMS.
           COPY "AOC-AUTH.cpy".

      * AOC-ROSTER interface - a participant code is checked against
      * the roster before the driven programs are pointed at it.
       01 WS-RO-PARMS.
           COPY "AOC-ROSTER.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-SEASON-YEAR
           PERFORM RESOLVE-PARTICIPANT
           DISPLAY "============================================"
           DISPLAY "AOC OPERATOR CONSOLE"
           DISPLAY "============================================"
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPERATOR = SPACES
               DISPLAY "AOC-CONSOLE: no authorized operator signed "
                   "on - console closed"
               MOVE "YES" TO WS-EXIT-REQUESTED
           END-IF
           PERFORM UNTIL WS-EXIT-REQUESTED = "YES"
               PERFORM SHOW-MENU
               PERFORM TAKE-ONE-CHOICE
               MOVE 2023 TO WS-SEASON-YEAR
           END-IF.

       RESOLVE-PARTICIPANT.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AOC-PARTICIPANT"
               ON EXCEPTION MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE (WS-ENV-VALUE (1:8))
               TO WS-PARTICIPANT.

       SIGN-ON-OPERATOR.
      * Three tries, then the console closes - every refused ID is
      * already on the dated log at E. AOC-AUTH puts the accepted ID
      * into AOC-OPERATOR, which every driven program, the log writer
      * and the run-accounting journal read for the rest of the
      * session.
           MOVE SPACES TO WS-OPERATOR
           MOVE ZERO TO WS-SIGN-ON-TRIES
           PERFORM UNTIL WS-OPERATOR NOT = SPACES
               OR WS-SIGN-ON-TRIES >= 3
               ADD 1 TO WS-SIGN-ON-TRIES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-REPLY
               IF WS-REPLY NOT = SPACES
                   MOVE "SIGN" TO AU-FUNCTION
                   MOVE "AOC-CONSOLE" TO AU-PROGRAM
                   MOVE SPACES TO AU-CLASS
                   MOVE "console sign-on" TO AU-ACTION
                   MOVE FUNCTION TRIM (WS-REPLY) TO AU-OPERATOR
                   CALL "AOC-AUTH" USING WS-AU-PARMS
                   IF AU-RETURN-CODE = ZERO
                       MOVE AU-OPERATOR TO WS-OPERATOR
                   ELSE
                       DISPLAY "AOC-CONSOLE: operator ID not "
                           "authorized"
                   END-IF
               END-IF
           END-PERFORM.

       SHOW-MENU.
           DISPLAY " "
           IF WS-PARTICIPANT = SPACES
               DISPLAY "Season " WS-SEASON-YEAR " - operator "
                   FUNCTION TRIM (WS-OPERATOR) " - choose:"
           ELSE
               DISPLAY "Season " WS-SEASON-YEAR " - participant "
                   FUNCTION TRIM (WS-PARTICIPANT) " - operator "
                   FUNCTION TRIM (WS-OPERATOR) " - choose:"
           END-IF
           DISPLAY "   1  Season dashboard          (AOC-STATUS)"
           DISPLAY "   2  Run one day               (AOC-RUNNER)"
           DISPLAY "   3  Run the season plan       (AOC-SEASON)"
           DISPLAY "  20  Housekeeping sweep        (AOC-HOUSEKEEP)"
           DISPLAY "  21  Reporting extract feed    (AOC-EXTRACT)"
           DISPLAY "  22  Change the season year"
           DISPLAY "  23  Answer-submission journal (AOC-GUESS)"
           DISPLAY "  24  Sample regression sweep   (AOC-SEASON)"
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AOC-TRACE"
               ON EXCEPTION MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF FUNCTION UPPER-CASE (WS-ENV-VALUE (1:3)) = "YES"
               MOVE "YES" TO WS-TRACE-STATE
               DISPLAY "  25  Solver trace on/off       (now ON)"
           ELSE
               MOVE "NO" TO WS-TRACE-STATE
               DISPLAY "  25  Solver trace on/off       (now OFF)"
           END-IF
           DISPLAY "  26  Ledger change recovery    (AOC-RECOVER)"
           DISPLAY "  27  Close / reopen the season (AOC-LEDGER)"
           DISPLAY "  28  Change the participant"
           DISPLAY "  29  Season-over-season report (AOC-COMPARE)"
           DISPLAY "  30  On-call alert check       (AOC-NOTIFY)"
           DISPLAY "  31  Solver registry           (AOC-SOLVERS)"
           DISPLAY "  32  Diff a day's input        (AOC-LEDGER)"
           DISPLAY "   0  Exit"
           DISPLAY "Choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE.

       TAKE-ONE-CHOICE.
           PERFORM AUTHORIZE-CHOICE
           IF WS-AUTHORIZED = "YES"
               PERFORM DRIVE-ONE-CHOICE
           END-IF.

       AUTHORIZE-CHOICE.
      * The maintenance programs (AOC-LEDGER, AOC-ARCHIVE,
      * AOC-PROMOTE, AOC-HOUSEKEEP, AOC-RECOVER) check the operator
      * themselves, function by function; the console only checks
      * the items whose programs do not - runs need RUN, reports
      * need INQUIRY.
           MOVE "YES" TO WS-AUTHORIZED
           MOVE SPACES TO AU-CLASS
           EVALUATE FUNCTION TRIM (WS-CHOICE)
               WHEN "2"
               WHEN "3"
               WHEN "4"
               WHEN "5"
               WHEN "14"
               WHEN "23"
               WHEN "24"
                   MOVE "RUN" TO AU-CLASS
               WHEN "1"
               WHEN "11"
               WHEN "12"
               WHEN "13"
               WHEN "17"
               WHEN "19"
               WHEN "21"
               WHEN "29"
               WHEN "30"
                   MOVE "INQUIRY" TO AU-CLASS
           END-EVALUATE
           IF AU-CLASS NOT = SPACES
               MOVE "CHK " TO AU-FUNCTION
               MOVE "AOC-CONSOLE" TO AU-PROGRAM
               MOVE SPACES TO AU-ACTION
               STRING "AOC-CONSOLE menu item "
                   FUNCTION TRIM (WS-CHOICE)
                   DELIMITED BY SIZE INTO AU-ACTION
               CALL "AOC-AUTH" USING WS-AU-PARMS
               IF AU-RETURN-CODE NOT = ZERO
                   MOVE "NO " TO WS-AUTHORIZED
                   DISPLAY "AOC-CONSOLE: operator "
                       FUNCTION TRIM (WS-OPERATOR)
                       " is not authorized for "
                       FUNCTION TRIM (AU-CLASS) " - nothing done"
               END-IF
           END-IF.

       DRIVE-ONE-CHOICE.
           EVALUATE FUNCTION TRIM (WS-CHOICE)
               WHEN "0"
                   MOVE "YES" TO WS-EXIT-REQUESTED
                   PERFORM DRIVE-EXTRACT
               WHEN "22"
                   PERFORM CHANGE-SEASON-YEAR
               WHEN "23"
                   PERFORM DRIVE-GUESS
               WHEN "24"
                   PERFORM DRIVE-SEASON-SAMPLES
               WHEN "25"
                   PERFORM TOGGLE-SOLVER-TRACE
               WHEN "26"
                   PERFORM DRIVE-RECOVER
               WHEN "27"
                   PERFORM DRIVE-LEDGER-CLOSE
               WHEN "28"
                   PERFORM CHANGE-PARTICIPANT
               WHEN "29"
                   PERFORM DRIVE-COMPARE
               WHEN "30"
                   PERFORM DRIVE-NOTIFY
               WHEN "31"
                   PERFORM DRIVE-SOLVERS
               WHEN "32"
                   PERFORM DRIVE-LEDGER-DIFF
               WHEN OTHER
                   DISPLAY "AOC-CONSOLE: '" FUNCTION TRIM (WS-CHOICE)
                       "' is not on the menu"
           PERFORM PROMPT-FOR-DAY
           IF WS-DAY-OK = "YES"
               DISPLAY "Mode (blank = real, D = dry run, "
                   "V = verify, S = sample only): " WITH NO ADVANCING
               ACCEPT WS-REPLY
               DISPLAY "AOC-DAY" UPON ENVIRONMENT-NAME
               DISPLAY WS-DAY-NUMBER UPON ENVIRONMENT-VALUE
               ELSE
                   DISPLAY "NO" UPON ENVIRONMENT-VALUE
               END-IF
               DISPLAY "AOC-SAMPLE-ONLY" UPON ENVIRONMENT-NAME
               IF FUNCTION UPPER-CASE (WS-REPLY (1:1)) = "S"
                   DISPLAY "YES" UPON ENVIRONMENT-VALUE
               ELSE
                   DISPLAY "NO" UPON ENVIRONMENT-VALUE
               END-IF
      * The runner falls back to AOC-DAY on its own when no step
      * parameters were passed - no season switch needed, so the
      * accounting journal still records a console run as a plain
               DISPLAY "NO" UPON ENVIRONMENT-VALUE
               DISPLAY "AOC-VERIFY" UPON ENVIRONMENT-NAME
               DISPLAY "NO" UPON ENVIRONMENT-VALUE
               DISPLAY "AOC-SAMPLE-ONLY" UPON ENVIRONMENT-NAME
               DISPLAY "NO" UPON ENVIRONMENT-VALUE
           END-IF.

       DRIVE-SEASON-PLAN.
           DISPLAY "AOC-SEASON-MODE" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE.

       DRIVE-SEASON-SAMPLES.
           DISPLAY "AOC-SEASON-MODE" UPON ENVIRONMENT-NAME
           DISPLAY "SAMPLES" UPON ENVIRONMENT-VALUE
           MOVE "AOC-SEASON" TO WS-CALLED-PROGRAM
           PERFORM CALL-DRIVEN-PROGRAM
           DISPLAY "AOC-SEASON-MODE" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE.

       DRIVE-SEASON-RETRY.
           DISPLAY "Retry everything, mismatches included "
               "(blank = retriable only)? A = all: "
               PERFORM CALL-DRIVEN-PROGRAM
           END-IF.

       DRIVE-LEDGER-DIFF.
           PERFORM PROMPT-FOR-DAY
           IF WS-DAY-OK = "YES"
               DISPLAY "AOC-LEDGER-FUNCTION" UPON ENVIRONMENT-NAME
               DISPLAY "DIFF" UPON ENVIRONMENT-VALUE
               DISPLAY "AOC-LEDGER-DAY" UPON ENVIRONMENT-NAME
               DISPLAY WS-DAY-NUMBER UPON ENVIRONMENT-VALUE
               MOVE "AOC-LEDGER" TO WS-CALLED-PROGRAM
               PERFORM CALL-DRIVEN-PROGRAM
           END-IF.

       DRIVE-LEDGER-SEASON.
           DISPLAY "AOC-LEDGER-FUNCTION" UPON ENVIRONMENT-NAME
           DISPLAY "SEASON" UPON ENVIRONMENT-VALUE
               PERFORM CALL-DRIVEN-PROGRAM
           END-IF.

       DRIVE-LEDGER-CLOSE.
           DISPLAY "C = close season " WS-SEASON-YEAR
               ", R = reopen it: " WITH NO ADVANCING
           ACCEPT WS-REPLY
           EVALUATE FUNCTION UPPER-CASE (WS-REPLY (1:1))
               WHEN "C"
                   DISPLAY "CLOSE freezes season " WS-SEASON-YEAR
                       "'s ledger and history - no run, FORCE, "
                       "IMPORT or rebuild changes it."
                   MOVE "CLOSE" TO WS-ENV-VALUE
               WHEN "R"
                   DISPLAY "REOPEN lets season " WS-SEASON-YEAR
                       "'s ledger be changed again."
                   MOVE "REOPEN" TO WS-ENV-VALUE
               WHEN OTHER
                   MOVE SPACES TO WS-ENV-VALUE
                   DISPLAY "AOC-CONSOLE: nothing done"
           END-EVALUATE
           IF WS-ENV-VALUE NOT = SPACES
               PERFORM CONFIRM-DESTRUCTIVE-ACTION
               IF WS-CONFIRMED = "YES"
                   DISPLAY "AOC-LEDGER-FUNCTION"
                       UPON ENVIRONMENT-NAME
                   DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
                   DISPLAY "AOC-LEDGER-DAY" UPON ENVIRONMENT-NAME
                   DISPLAY " " UPON ENVIRONMENT-VALUE
                   MOVE "AOC-LEDGER" TO WS-CALLED-PROGRAM
                   PERFORM CALL-DRIVEN-PROGRAM
               END-IF
           END-IF.

       DRIVE-STATS.
           DISPLAY "Over-threshold seconds (blank = 60): "
               WITH NO ADVANCING
           MOVE "AOC-EXTRACT" TO WS-CALLED-PROGRAM
           PERFORM CALL-DRIVEN-PROGRAM.

       DRIVE-COMPARE.
           MOVE "AOC-COMPARE" TO WS-CALLED-PROGRAM
           PERFORM CALL-DRIVEN-PROGRAM.

       DRIVE-NOTIFY.
           MOVE "AOC-NOTIFY" TO WS-CALLED-PROGRAM
           PERFORM CALL-DRIVEN-PROGRAM.

       DRIVE-SOLVERS.
      * AOC-SOLVERS checks the operator itself, function by
      * function. Pulling a solver out of the run and replacing a
      * day's module both change what tomorrow's run does, so both
      * are confirmed.
           MOVE SPACES TO WS-SOLVER-PROGRAM
           MOVE SPACES TO WS-EFFECTIVE-TEXT
           MOVE "YES" TO WS-DAY-OK
           DISPLAY "L = list, R = register a day's solver, "
               "E = enable, D = disable, S = seed a new season: "
               WITH NO ADVANCING
           ACCEPT WS-REPLY
           EVALUATE FUNCTION UPPER-CASE (WS-REPLY (1:1))
               WHEN "L"
                   MOVE "LIST" TO WS-ENV-VALUE
               WHEN "S"
                   MOVE "SEED" TO WS-ENV-VALUE
               WHEN "R"
                   MOVE "REGISTER" TO WS-ENV-VALUE
                   PERFORM PROMPT-FOR-DAY
                   IF WS-DAY-OK = "YES"
                       DISPLAY "Solver program (AOC-DAYnn): "
                           WITH NO ADVANCING
                       ACCEPT WS-SOLVER-PROGRAM
                   END-IF
               WHEN "E"
                   MOVE "ENABLE" TO WS-ENV-VALUE
                   PERFORM PROMPT-FOR-DAY
               WHEN "D"
                   MOVE "DISABLE" TO WS-ENV-VALUE
                   PERFORM PROMPT-FOR-DAY
               WHEN OTHER
                   MOVE SPACES TO WS-ENV-VALUE
                   DISPLAY "AOC-CONSOLE: nothing done"
           END-EVALUATE
           IF WS-ENV-VALUE NOT = SPACES AND WS-DAY-OK = "YES"
               MOVE "YES" TO WS-CONFIRMED
               IF WS-ENV-VALUE NOT = "LIST"
                   AND WS-ENV-VALUE NOT = "SEED"
                   DISPLAY "Effective date (YYYYMMDD, blank = "
                       "today): " WITH NO ADVANCING
                   ACCEPT WS-EFFECTIVE-TEXT
               END-IF
               IF WS-ENV-VALUE = "DISABLE"
                   DISPLAY "DISABLE takes day " WS-DAY-NUMBER
                       " out of every run from that date - the "
                       "runner ends it RC 4."
                   PERFORM CONFIRM-DESTRUCTIVE-ACTION
               END-IF
               IF WS-ENV-VALUE = "REGISTER"
                   DISPLAY "REGISTER makes "
                       FUNCTION TRIM (WS-SOLVER-PROGRAM)
                       " the solver for day " WS-DAY-NUMBER
                       " from that date."
                   PERFORM CONFIRM-DESTRUCTIVE-ACTION
               END-IF
               IF WS-CONFIRMED = "YES"
                   DISPLAY "AOC-SOLVERS-FUNCTION"
                       UPON ENVIRONMENT-NAME
                   DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
                   DISPLAY "AOC-SOLVERS-DAY" UPON ENVIRONMENT-NAME
                   DISPLAY WS-DAY-NUMBER UPON ENVIRONMENT-VALUE
                   DISPLAY "AOC-SOLVERS-PROGRAM" UPON ENVIRONMENT-NAME
                   MOVE FUNCTION TRIM (WS-SOLVER-PROGRAM)
                       TO WS-ENV-VALUE
                   DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
                   DISPLAY "AOC-SOLVERS-DATE" UPON ENVIRONMENT-NAME
                   MOVE FUNCTION TRIM (WS-EFFECTIVE-TEXT)
                       TO WS-ENV-VALUE
                   DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
                   MOVE "AOC-SOLVERS" TO WS-CALLED-PROGRAM
                   PERFORM CALL-DRIVEN-PROGRAM
               END-IF
           END-IF.

       DRIVE-GUESS.
      * CHECK before submitting, RECORD after - the journal is only
      * as good as the operator's habit of asking it first.
           DISPLAY "C = check an answer, R = record a submission, "
               "L = list a day, F = re-confirm the ledger: "
               WITH NO ADVANCING
           ACCEPT WS-REPLY
           MOVE FUNCTION UPPER-CASE (WS-REPLY (1:1)) TO WS-GUESS-ACTION
           EVALUATE WS-GUESS-ACTION
               WHEN "C"
               WHEN "R"
               WHEN "L"
                   PERFORM PROMPT-FOR-DAY
               WHEN "F"
                   MOVE "YES" TO WS-DAY-OK
               WHEN OTHER
                   MOVE "NO " TO WS-DAY-OK
                   DISPLAY "AOC-CONSOLE: nothing done"
           END-EVALUATE
           IF WS-DAY-OK = "YES"
               DISPLAY "AOC-GUESS-FUNCTION" UPON ENVIRONMENT-NAME
               EVALUATE WS-GUESS-ACTION
                   WHEN "C"
                       DISPLAY "CHECK" UPON ENVIRONMENT-VALUE
                   WHEN "R"
                       DISPLAY "RECORD" UPON ENVIRONMENT-VALUE
                   WHEN "L"
                       DISPLAY "LIST" UPON ENVIRONMENT-VALUE
                   WHEN OTHER
                       DISPLAY "RECONFIRM" UPON ENVIRONMENT-VALUE
               END-EVALUATE
               DISPLAY "AOC-GUESS-DAY" UPON ENVIRONMENT-NAME
               DISPLAY WS-DAY-NUMBER UPON ENVIRONMENT-VALUE
               MOVE SPACES TO WS-REPLY
               IF WS-GUESS-ACTION = "C" OR WS-GUESS-ACTION = "R"
                   DISPLAY "Part (1 or 2): " WITH NO ADVANCING
                   ACCEPT WS-REPLY
               END-IF
               DISPLAY "AOC-GUESS-PART" UPON ENVIRONMENT-NAME
               MOVE FUNCTION TRIM (WS-REPLY) TO WS-ENV-VALUE
               DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
               MOVE SPACES TO WS-REPLY
               IF WS-GUESS-ACTION = "C" OR WS-GUESS-ACTION = "R"
                   DISPLAY "Answer: " WITH NO ADVANCING
                   ACCEPT WS-REPLY
               END-IF
               DISPLAY "AOC-GUESS-ANSWER" UPON ENVIRONMENT-NAME
               MOVE FUNCTION TRIM (WS-REPLY) TO WS-ENV-VALUE
               DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
               MOVE SPACES TO WS-REPLY
               IF WS-GUESS-ACTION = "R"
                   DISPLAY "Verdict (HIGH, LOW, WRONG, CORRECT): "
                       WITH NO ADVANCING
                   ACCEPT WS-REPLY
               END-IF
               DISPLAY "AOC-GUESS-VERDICT" UPON ENVIRONMENT-NAME
               MOVE FUNCTION TRIM (WS-REPLY) TO WS-ENV-VALUE
               DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
               MOVE "AOC-GUESS" TO WS-CALLED-PROGRAM
               PERFORM CALL-DRIVEN-PROGRAM
           END-IF.

       DRIVE-RECOVER.
      * LIST first, always - ROLLBACK and UNDO put back images from
      * the change journal, and the operator should have seen which
      * change numbers and times they are aiming at.
           DISPLAY "L = list the change journal, R = roll back to "
               "a time, U = undo one change: " WITH NO ADVANCING
           ACCEPT WS-REPLY
           EVALUATE FUNCTION UPPER-CASE (WS-REPLY (1:1))
               WHEN "L"
                   DISPLAY "List changes since (YYYYMMDD[HHMMSS], "
                       "blank = all): " WITH NO ADVANCING
                   ACCEPT WS-REPLY
                   DISPLAY "AOC-RECOVER-FUNCTION"
                       UPON ENVIRONMENT-NAME
                   DISPLAY "LIST" UPON ENVIRONMENT-VALUE
                   DISPLAY "AOC-RECOVER-TARGET" UPON ENVIRONMENT-NAME
                   MOVE FUNCTION TRIM (WS-REPLY) TO WS-ENV-VALUE
                   DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
                   MOVE "AOC-RECOVER" TO WS-CALLED-PROGRAM
                   PERFORM CALL-DRIVEN-PROGRAM
               WHEN "R"
                   DISPLAY "Roll back to (YYYYMMDD[HHMMSS]): "
                       WITH NO ADVANCING
                   ACCEPT WS-REPLY
                   DISPLAY "ROLLBACK puts every ledger record changed "
                       "after that time back as it was."
                   MOVE FUNCTION TRIM (WS-REPLY) TO WS-ENV-VALUE
                   PERFORM CONFIRM-DESTRUCTIVE-ACTION
                   IF WS-CONFIRMED = "YES"
                       DISPLAY "AOC-RECOVER-FUNCTION"
                           UPON ENVIRONMENT-NAME
                       DISPLAY "ROLLBACK" UPON ENVIRONMENT-VALUE
                       DISPLAY "AOC-RECOVER-TARGET"
                           UPON ENVIRONMENT-NAME
                       DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
                       MOVE "AOC-RECOVER" TO WS-CALLED-PROGRAM
                       PERFORM CALL-DRIVEN-PROGRAM
                   END-IF
               WHEN "U"
                   DISPLAY "Change number to undo: " WITH NO ADVANCING
                   ACCEPT WS-REPLY
                   DISPLAY "UNDO puts that change's before-image back "
                       "into the ledger."
                   MOVE FUNCTION TRIM (WS-REPLY) TO WS-ENV-VALUE
                   PERFORM CONFIRM-DESTRUCTIVE-ACTION
                   IF WS-CONFIRMED = "YES"
                       DISPLAY "AOC-RECOVER-FUNCTION"
                           UPON ENVIRONMENT-NAME
                       DISPLAY "UNDO" UPON ENVIRONMENT-VALUE
                       DISPLAY "AOC-RECOVER-TARGET"
                           UPON ENVIRONMENT-NAME
                       DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
                       MOVE "AOC-RECOVER" TO WS-CALLED-PROGRAM
                       PERFORM CALL-DRIVEN-PROGRAM
                   END-IF
               WHEN OTHER
                   DISPLAY "AOC-CONSOLE: nothing done"
           END-EVALUATE.

       TOGGLE-SOLVER-TRACE.
      * AOC-TRACE stays set in this session's environment, so every
      * runner step driven from here - one day or a whole season -
      * writes its <season>-DAYnn-TRACE.TXT until it is switched
      * off again. Verify runs ignore it on their own.
           DISPLAY "AOC-TRACE" UPON ENVIRONMENT-NAME
           IF WS-TRACE-STATE = "YES"
               DISPLAY "NO" UPON ENVIRONMENT-VALUE
               DISPLAY "AOC-CONSOLE: solver trace is now OFF"
           ELSE
               DISPLAY "YES" UPON ENVIRONMENT-VALUE
               DISPLAY "AOC-CONSOLE: solver trace is now ON - "
                   "each day writes <season>-DAYnn-TRACE.TXT"
           END-IF.

       CHANGE-SEASON-YEAR.
           DISPLAY "Season year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-REPLY
                   "' is not a four-digit year - season unchanged"
           END-IF.

       CHANGE-PARTICIPANT.
      * Blank is the installation's own participant; ALL is the
      * reports' and the season plan's every-participant scope (a
      * single-day run refuses it); anything else must be on the
      * roster.
           DISPLAY "Participant code (blank = own, ALL = everyone): "
               WITH NO ADVANCING
           ACCEPT WS-REPLY
           MOVE FUNCTION UPPER-CASE (WS-REPLY) TO WS-REPLY
           IF WS-REPLY = SPACES OR WS-REPLY = "ALL"
               MOVE WS-REPLY (1:8) TO WS-PARTICIPANT
               DISPLAY "AOC-PARTICIPANT" UPON ENVIRONMENT-NAME
               DISPLAY WS-PARTICIPANT UPON ENVIRONMENT-VALUE
               IF WS-PARTICIPANT = SPACES
                   DISPLAY "AOC-CONSOLE: participant is now the "
                       "installation's own"
               ELSE
                   DISPLAY "AOC-CONSOLE: participant is now ALL"
               END-IF
           ELSE
               MOVE "CHK " TO RO-FUNCTION
               MOVE "AOC-CONSOLE" TO RO-PROGRAM
               MOVE WS-SEASON-YEAR TO RO-SEASON-YEAR
               MOVE WS-REPLY (1:8) TO RO-PARTICIPANT
               CALL "AOC-ROSTER" USING WS-RO-PARMS
               IF RO-RETURN-CODE = ZERO AND WS-REPLY (9:12) = SPACES
                   MOVE RO-PARTICIPANT TO WS-PARTICIPANT
                   DISPLAY "AOC-PARTICIPANT" UPON ENVIRONMENT-NAME
                   DISPLAY WS-PARTICIPANT UPON ENVIRONMENT-VALUE
                   DISPLAY "AOC-CONSOLE: participant is now "
                       FUNCTION TRIM (WS-PARTICIPANT) " "
                       FUNCTION TRIM (RO-PARTICIPANT-NAME)
               ELSE
                   DISPLAY "AOC-CONSOLE: '" WS-REPLY (1:8)
                       "' is not on the roster - participant "
                       "unchanged"
               END-IF
           END-IF.

       END PROGRAM AOC-CONSOLE.
