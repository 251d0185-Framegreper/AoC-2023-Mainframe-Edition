      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator authorization check. AOC-CONSOLE's typed
      * YES stops a stray ENTER, not the wrong person - anyone at the
      * terminal could FORCE a day or IMPORT REPLACE a ledger, and
      * nothing said who had. The authorization file
      * (AOC-OPERATORS.TXT, or wherever AOC-OPERATORS-DD points,
      * layout AOC-OPERATOR.cpy) lists each operator ID with the
      * function classes it may run - INQUIRY, RUN, MAINTAIN, ADMIN
      * (ADMIN carries the other three). The console checks the ID
      * at sign-on and puts it in AOC-OPERATOR; AOC-LEDGER,
      * AOC-ARCHIVE, AOC-PROMOTE, AOC-HOUSEKEEP, AOC-RECOVER and
      * AOC-LOCK ask this module before each function whether that
      * operator may run it, whether they were driven by the console
      * or run straight from a job step (which sets AOC-OPERATOR
      * itself; failing that the sign-on user, USER, is checked).
      * A refusal is logged at E under the asking program's name -
      * the operator, the class and the action - and a MAINTAIN or
      * ADMIN grant is logged at I, so "who forced Day 5 on the 14th"
      * is one AOC-LOGSCAN away. No authorization file means nothing
      * is authorized: a check that quietly passes when its file has
      * gone missing is no check at all.
      * Functions (AU-FUNCTION, see AOC-AUTH.cpy):
      *   CHK  - may the AOC-OPERATOR operator run AU-CLASS?
      *   SIGN - is AU-OPERATOR on the authorization file? If so it
      *          becomes this session's AOC-OPERATOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-AUTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC WS-OPERATOR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE LABEL RECORDS ARE STANDARD.
           01  OPERATOR-RECORD.
               COPY "AOC-OPERATOR.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-FILENAME      PIC X(250) VALUE SPACES.
       01 WS-DEFAULT-OPERATOR-FILE  PIC X(250)
           VALUE "AOC-OPERATORS.TXT".
       01 WS-OPERATOR-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 WS-OPERATOR               PIC X(16) VALUE SPACES.
       01 WS-FILE-READABLE          PIC X(3) VALUE "NO".
       01 WS-OPERATOR-FOUND         PIC X(3) VALUE "NO".
       01 WS-CLASS-GRANTED          PIC X(3) VALUE "NO".
       01 WS-FOUND-CLASSES.
          05 WS-FOUND-CLASS OCCURS 4 TIMES PIC X(8).
       01 WS-CHECK-CLASS            PIC X(8).
       01 WS-SLOT                   PIC 9(1).
       01 END-OF-FILE               PIC X(3) VALUE "NO".

      * AOC-LOGGER interface - refusals at E and maintenance grants at
      * I are written under the ASKING program's name, so the dated
      * log reads as that program's own history.
       01 WS-LOG-PROGRAM-NAME       PIC X(16).
       01 WS-LOG-SEVERITY           PIC X(1).
       01 WS-LOG-MESSAGE            PIC X(120).
       01 WS-SAVED-RETURN-CODE      PIC S9(9) BINARY.

       LINKAGE SECTION.
       01 LS-AUTH-PARMS.
           COPY "AOC-AUTH.cpy".

       PROCEDURE DIVISION USING LS-AUTH-PARMS.
       MAIN-PROCEDURE.
           MOVE ZERO TO AU-RETURN-CODE
           MOVE AU-PROGRAM TO WS-LOG-PROGRAM-NAME
           MOVE FUNCTION UPPER-CASE (AU-CLASS) TO WS-CHECK-CLASS
           PERFORM RESOLVE-OPERATOR-FILENAME
           EVALUATE AU-FUNCTION
               WHEN "CHK "
                   PERFORM RESOLVE-OPERATOR
                   PERFORM FIND-OPERATOR
                   PERFORM CHECK-OPERATOR-CLASS
               WHEN "SIGN"
                   MOVE FUNCTION UPPER-CASE (AU-OPERATOR)
                       TO WS-OPERATOR
                   PERFORM FIND-OPERATOR
                   PERFORM CHECK-OPERATOR-SIGN-ON
               WHEN OTHER
                   MOVE 12 TO AU-RETURN-CODE
           END-EVALUATE
           GOBACK.

       RESOLVE-OPERATOR-FILENAME.
           ACCEPT WS-OPERATOR-FILENAME FROM ENVIRONMENT
               "AOC-OPERATORS-DD"
               ON EXCEPTION MOVE SPACES TO WS-OPERATOR-FILENAME
           END-ACCEPT
           IF WS-OPERATOR-FILENAME = SPACES
               MOVE WS-DEFAULT-OPERATOR-FILE TO WS-OPERATOR-FILENAME
           END-IF.

       RESOLVE-OPERATOR.
      * No BATCH default here, unlike the log and journal writers -
      * an unnamed operator is simply not on the file.
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "AOC-OPERATOR"
               ON EXCEPTION MOVE SPACES TO WS-OPERATOR
           END-ACCEPT
           IF WS-OPERATOR = SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
                   ON EXCEPTION MOVE SPACES TO WS-OPERATOR
               END-ACCEPT
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-OPERATOR) TO WS-OPERATOR
           MOVE WS-OPERATOR TO AU-OPERATOR.

       FIND-OPERATOR.
      * Read fresh on every check - an administrator's edit to the
      * file takes effect at the next function, not the next sign-on.
           MOVE "NO " TO WS-FILE-READABLE
           MOVE "NO " TO WS-OPERATOR-FOUND
           MOVE SPACES TO WS-FOUND-CLASSES
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = "00"
               MOVE "YES" TO WS-FILE-READABLE
               MOVE "NO" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "YES"
                   OR WS-OPERATOR-FOUND = "YES"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "YES" TO END-OF-FILE
                       NOT AT END
                           PERFORM MATCH-ONE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       MATCH-ONE-OPERATOR.
           IF OPERATOR-RECORD (1:1) NOT = "*"
               AND OP-OPERATOR-ID NOT = SPACES
               AND WS-OPERATOR NOT = SPACES
               AND FUNCTION UPPER-CASE (OP-OPERATOR-ID) = WS-OPERATOR
               MOVE "YES" TO WS-OPERATOR-FOUND
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
                   MOVE FUNCTION UPPER-CASE (OP-CLASS (WS-SLOT))
                       TO WS-FOUND-CLASS (WS-SLOT)
               END-PERFORM
           END-IF.

       CHECK-OPERATOR-CLASS.
           MOVE "NO " TO WS-CLASS-GRANTED
           IF WS-OPERATOR-FOUND = "YES"
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
                   IF WS-FOUND-CLASS (WS-SLOT) = WS-CHECK-CLASS
                       OR WS-FOUND-CLASS (WS-SLOT) = "ADMIN"
                       MOVE "YES" TO WS-CLASS-GRANTED
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           EVALUATE TRUE
               WHEN WS-FILE-READABLE NOT = "YES"
                   STRING "REFUSED " FUNCTION TRIM (AU-ACTION)
                       " for " FUNCTION TRIM (WS-OPERATOR)
                       " - authorization file "
                       FUNCTION TRIM (WS-OPERATOR-FILENAME)
                       " not readable (status "
                       WS-OPERATOR-FILE-STATUS ")"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               WHEN WS-OPERATOR-FOUND NOT = "YES"
                   STRING "REFUSED " FUNCTION TRIM (AU-ACTION)
                       " - operator '" FUNCTION TRIM (WS-OPERATOR)
                       "' is not on the authorization file"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               WHEN WS-CLASS-GRANTED NOT = "YES"
                   STRING "REFUSED " FUNCTION TRIM (AU-ACTION)
                       " - operator " FUNCTION TRIM (WS-OPERATOR)
                       " is not authorized for "
                       FUNCTION TRIM (WS-CHECK-CLASS)
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               WHEN OTHER
                   IF WS-CHECK-CLASS = "MAINTAIN"
                       OR WS-CHECK-CLASS = "ADMIN"
                       STRING FUNCTION TRIM (AU-ACTION)
                           " authorized for operator "
                           FUNCTION TRIM (WS-OPERATOR) " ("
                           FUNCTION TRIM (WS-CHECK-CLASS) ")"
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "I" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG-MESSAGE
                   END-IF
           END-EVALUATE
           IF WS-CLASS-GRANTED NOT = "YES"
               MOVE "E" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG-MESSAGE
               MOVE 8 TO AU-RETURN-CODE
           END-IF.

       CHECK-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-LOG-MESSAGE
           EVALUATE TRUE
               WHEN WS-FILE-READABLE NOT = "YES"
                   STRING "sign-on REFUSED for '"
                       FUNCTION TRIM (WS-OPERATOR)
                       "' - authorization file "
                       FUNCTION TRIM (WS-OPERATOR-FILENAME)
                       " not readable (status "
                       WS-OPERATOR-FILE-STATUS ")"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "E" TO WS-LOG-SEVERITY
                   MOVE 8 TO AU-RETURN-CODE
               WHEN WS-OPERATOR-FOUND NOT = "YES"
                   STRING "sign-on REFUSED - operator '"
                       FUNCTION TRIM (WS-OPERATOR)
                       "' is not on the authorization file"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "E" TO WS-LOG-SEVERITY
                   MOVE 8 TO AU-RETURN-CODE
               WHEN OTHER
                   STRING "operator " FUNCTION TRIM (WS-OPERATOR)
                       " signed on (" FUNCTION TRIM (WS-FOUND-CLASSES)
                       ")"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "I" TO WS-LOG-SEVERITY
                   MOVE WS-OPERATOR TO AU-OPERATOR
      * The signed-on ID becomes the session's AOC-OPERATOR before
      * the sign-on is logged, so even that line carries it.
                   DISPLAY "AOC-OPERATOR" UPON ENVIRONMENT-NAME
                   DISPLAY WS-OPERATOR UPON ENVIRONMENT-VALUE
           END-EVALUATE
           PERFORM WRITE-LOG-MESSAGE.

       WRITE-LOG-MESSAGE.
      * RETURN-CODE is saved around the CALL - the register is shared
      * with the called program, and logging must never erase the
      * code being reported.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "AOC-LOGGER" USING WS-LOG-PROGRAM-NAME
               WS-LOG-SEVERITY WS-LOG-MESSAGE
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       END PROGRAM AOC-AUTH.
