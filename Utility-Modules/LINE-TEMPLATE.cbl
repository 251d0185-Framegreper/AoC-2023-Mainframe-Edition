      ******************************************************************
      * Author:
      * Date:
      * Purpose: Template-driven field extraction for structured
      * puzzle lines. Every line-oriented solver used to hand-chain
      * STRING-SPLITTER calls - Day 4 splits on ":" and "|", then on
      * spaces, then feeds TOKEN-TO-NUMBER - and each new line shape
      * meant another bespoke cascade. Here the shape is declared
      * once as a template and the line is matched against it:
      *   Day 2  "Game {N:GAME}: [{N:COUNT} {W:COLOUR}/, /; ]"
      *   Day 19 "{W:NAME}{{[{W:CATEGORY}{C:TEST}{N:LIMIT}:{W:TARGET}
      *          /,],{W:FALLBACK}}"               (one template line)
      *   Day 22 "{N:X1},{N:Y1},{N:Z1}~{N:X2},{N:Y2},{N:Z2}"
      * Template elements:
      *   text       - matched literally, except that a space matches
      *                a run of one or more spaces in the line (the
      *                puzzle inputs right-align their numbers).
      *   {N:name}   - a number: optional sign, then digits. The text
      *                is converted through TOKEN-TO-NUMBER, so a field
      *                that would not fit 18 digits is rejected, never
      *                truncated.
      *   {W:name}   - a word: a run of letters and digits.
      *   {C:name}   - a single non-space character (an operator).
      *   [body/sep] - a repeating group: body matched one or more
      *                times, occurrences separated by any one of the
      *                "/"-introduced separators ([body] repeats with
      *                no separator). Groups do not nest. After each
      *                occurrence the group goes on only while a
      *                separator AND a further whole body match;
      *                otherwise the line resumes after the last good
      *                occurrence, so a separator that doubles as the
      *                following text (Day 19's trailing ",") still
      *                matches the text after the group.
      *   A special character written twice is literal text: "{{",
      *   "[[", and inside a group "]]" and "//". A single "}" outside
      *   a field is plain text.
      * Names are up to 16 characters. Every field matched comes back
      * in LS-LT-FIELD-TABLE in line order with its name, type, text,
      * value (numbers only), group occurrence number (zero outside a
      * group) and the separator that preceded that occurrence (zero
      * for the first). Fields from a group attempt that failed are
      * withdrawn, so the table only ever holds what the line matched.
      * Return codes: 0 the line fits; 4 it does not - LS-LT-REJECT-
      * COLUMN and LS-LT-REJECT-REASON say where and why; 8 the
      * template itself is malformed (reason given, column is the
      * template column); 12 the line matched more than the 100-field
      * table holds.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINE-TEMPLATE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * The template compiled into an element list - kinds: L text,
      * N/W/C fields, G group start, E group end.
       01 WS-ELEMENT-COUNT          PIC 9(3).
       01 WS-ELEMENT-TABLE.
          05 WS-ELEMENT OCCURS 60 TIMES INDEXED BY WS-EL-IDX.
             10 WS-EL-KIND          PIC X(1).
             10 WS-EL-TEXT          PIC X(40).
             10 WS-EL-LEN           PIC 9(3).
             10 WS-EL-MATE          PIC 9(3).
             10 WS-EL-SEP-COUNT     PIC 9(1).
             10 WS-EL-SEP           PIC X(10) OCCURS 5 TIMES.
             10 WS-EL-SEP-LEN       PIC 9(2) OCCURS 5 TIMES.
       01 WS-TEMPLATE-LEN           PIC 9(3).
       01 WS-TP                     PIC 9(3).
       01 WS-TCH                    PIC X(1).
       01 WS-TNEXT                  PIC X(1).
       01 WS-IN-GROUP               PIC X(3).
       01 WS-GROUP-START            PIC 9(3).
       01 WS-GROUP-COLUMN           PIC 9(3).
       01 WS-TEMPLATE-OK            PIC X(3).
       01 WS-NAME-LEN               PIC 9(3).
       01 WS-SEP-NO                 PIC 9(1).

      * Matching state.
       01 WS-LINE-LEN               PIC 9(3).
       01 WS-POS                    PIC 9(3).
       01 WS-START-POS              PIC 9(3).
       01 WS-MATCH-OK               PIC X(3).
       01 WS-TEXT                   PIC X(40).
       01 WS-TEXT-LEN               PIC 9(3).
       01 WS-TX                     PIC 9(3).
       01 WS-BODY-FIRST             PIC 9(3).
       01 WS-BODY-LAST              PIC 9(3).
       01 WS-CUR-OCCURRENCE         PIC 9(3).
       01 WS-CUR-SEPARATOR          PIC 9(1).
       01 WS-SAVE-POS               PIC 9(3).
       01 WS-SAVE-FIELD-COUNT       PIC 9(3).
       01 WS-GROUP-DONE             PIC X(3).
       01 WS-GROUP-ELEMENT          PIC 9(3).
       01 WS-DIGITS-SEEN            PIC 9(3).
       01 WS-COLUMN-DISPLAY         PIC 9(3).
      * The furthest failure of a withdrawn group continuation - when
      * the line then fails later in the template, whichever failure
      * reached further along the line is the one reported.
       01 WS-WITHDRAWN-COLUMN       PIC 9(3).
       01 WS-WITHDRAWN-REASON       PIC X(80).

      * TOKEN-TO-NUMBER interface - one number field per call.
       01 WS-TTN-TOKEN-TABLE.
          05 WS-TTN-TOKEN           PIC X(100) OCCURS 100 TIMES.
       01 WS-TTN-TOKEN-COUNT        PIC 9(3).
       01 WS-TTN-NUMBER-TABLE.
          05 WS-TTN-NUMBER          PIC S9(18) OCCURS 100 TIMES.
       01 WS-TTN-VALID-TABLE.
          05 WS-TTN-VALID           PIC X(3) OCCURS 100 TIMES.
       01 WS-TTN-REJECT-COUNT       PIC 9(3).
       01 WS-TTN-RETURN-CODE        PIC 99.

       LINKAGE SECTION.
       01 LS-LT-PARMS.
          05 LS-LT-RETURN-CODE      PIC 99.
          05 LS-LT-FIELD-COUNT      PIC 9(3).
          05 LS-LT-REJECT-COLUMN    PIC 9(3).
          05 LS-LT-REJECT-REASON    PIC X(80).
       01 LS-LT-LINE                PIC X(200).
       01 LS-LT-TEMPLATE            PIC X(200).
       01 LS-LT-FIELD-TABLE.
          05 LS-LT-FIELD OCCURS 100 TIMES INDEXED BY LS-LT-FIELD-IDX.
             10 LS-LT-FIELD-NAME    PIC X(16).
             10 LS-LT-FIELD-TYPE    PIC X(1).
             10 LS-LT-FIELD-OCCURRENCE
                                    PIC 9(3).
             10 LS-LT-FIELD-SEPARATOR
                                    PIC 9(1).
             10 LS-LT-FIELD-TEXT    PIC X(50).
             10 LS-LT-FIELD-NUMBER  PIC S9(18).

       PROCEDURE DIVISION USING LS-LT-PARMS LS-LT-LINE
                                 LS-LT-TEMPLATE LS-LT-FIELD-TABLE.
       MAIN-PROCEDURE.
           MOVE ZERO TO LS-LT-RETURN-CODE
           MOVE ZERO TO LS-LT-FIELD-COUNT
           MOVE ZERO TO LS-LT-REJECT-COLUMN
           MOVE SPACES TO LS-LT-REJECT-REASON
           PERFORM COMPILE-TEMPLATE
           IF LS-LT-RETURN-CODE = ZERO
               PERFORM MATCH-LINE
           END-IF
           GOBACK.

      ******************************************************************
      * Template compilation.
      ******************************************************************
       COMPILE-TEMPLATE.
           MOVE ZERO TO WS-ELEMENT-COUNT
           MOVE "NO " TO WS-IN-GROUP
           MOVE "YES" TO WS-TEMPLATE-OK
           MOVE ZERO TO WS-TEMPLATE-LEN
           IF LS-LT-TEMPLATE NOT = SPACES
               COMPUTE WS-TEMPLATE-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM (LS-LT-TEMPLATE TRAILING))
           END-IF
           IF WS-TEMPLATE-LEN = ZERO
               MOVE "TEMPLATE IS EMPTY" TO LS-LT-REJECT-REASON
               MOVE "NO " TO WS-TEMPLATE-OK
           END-IF
           MOVE 1 TO WS-TP
           PERFORM UNTIL WS-TP > WS-TEMPLATE-LEN
               OR WS-TEMPLATE-OK = "NO "
               MOVE LS-LT-TEMPLATE (WS-TP:1) TO WS-TCH
               MOVE SPACE TO WS-TNEXT
               IF WS-TP < WS-TEMPLATE-LEN
                   MOVE LS-LT-TEMPLATE (WS-TP + 1:1) TO WS-TNEXT
               END-IF
               EVALUATE TRUE
                   WHEN WS-TCH = "{" AND WS-TNEXT = "{"
                       PERFORM ADD-TEMPLATE-TEXT
                       ADD 2 TO WS-TP
                   WHEN WS-TCH = "{"
                       PERFORM COMPILE-FIELD
                   WHEN WS-TCH = "[" AND WS-TNEXT = "["
                       PERFORM ADD-TEMPLATE-TEXT
                       ADD 2 TO WS-TP
                   WHEN WS-TCH = "["
                       PERFORM OPEN-GROUP
                   WHEN WS-IN-GROUP = "YES" AND WS-TCH = "]"
                       AND WS-TNEXT = "]"
                       PERFORM ADD-TEMPLATE-TEXT
                       ADD 2 TO WS-TP
                   WHEN WS-IN-GROUP = "YES" AND WS-TCH = "/"
                       AND WS-TNEXT = "/"
                       PERFORM ADD-TEMPLATE-TEXT
                       ADD 2 TO WS-TP
                   WHEN WS-IN-GROUP = "YES" AND WS-TCH = "/"
                       PERFORM COMPILE-SEPARATORS
                   WHEN WS-IN-GROUP = "YES" AND WS-TCH = "]"
                       PERFORM CLOSE-GROUP
                       ADD 1 TO WS-TP
                   WHEN OTHER
                       PERFORM ADD-TEMPLATE-TEXT
                       ADD 1 TO WS-TP
               END-EVALUATE
           END-PERFORM
           IF WS-TEMPLATE-OK = "YES" AND WS-IN-GROUP = "YES"
               MOVE "GROUP IS NEVER CLOSED WITH ]"
                   TO LS-LT-REJECT-REASON
               MOVE WS-GROUP-COLUMN TO WS-TP
               MOVE "NO " TO WS-TEMPLATE-OK
           END-IF
           IF WS-TEMPLATE-OK = "NO "
               MOVE WS-TP TO LS-LT-REJECT-COLUMN
               MOVE 8 TO LS-LT-RETURN-CODE
           END-IF.

       ADD-TEMPLATE-TEXT.
      * Literal text runs into the current text element until it is
      * full; a field or group boundary starts a fresh one.
           IF WS-ELEMENT-COUNT > ZERO
               AND WS-EL-KIND (WS-ELEMENT-COUNT) = "L"
               AND WS-EL-LEN (WS-ELEMENT-COUNT) < 40
               CONTINUE
           ELSE
               PERFORM NEW-ELEMENT
               IF WS-TEMPLATE-OK = "YES"
                   MOVE "L" TO WS-EL-KIND (WS-ELEMENT-COUNT)
               END-IF
           END-IF
           IF WS-TEMPLATE-OK = "YES"
               ADD 1 TO WS-EL-LEN (WS-ELEMENT-COUNT)
               MOVE WS-TCH TO WS-EL-TEXT (WS-ELEMENT-COUNT)
                   (WS-EL-LEN (WS-ELEMENT-COUNT):1)
           END-IF.

       NEW-ELEMENT.
           IF WS-ELEMENT-COUNT >= 60
               MOVE "TEMPLATE HAS MORE THAN 60 ELEMENTS"
                   TO LS-LT-REJECT-REASON
               MOVE "NO " TO WS-TEMPLATE-OK
           ELSE
               ADD 1 TO WS-ELEMENT-COUNT
               SET WS-EL-IDX TO WS-ELEMENT-COUNT
               MOVE SPACES TO WS-EL-KIND (WS-EL-IDX)
               MOVE SPACES TO WS-EL-TEXT (WS-EL-IDX)
               MOVE ZERO TO WS-EL-LEN (WS-EL-IDX)
               MOVE ZERO TO WS-EL-MATE (WS-EL-IDX)
               MOVE ZERO TO WS-EL-SEP-COUNT (WS-EL-IDX)
           END-IF.

       COMPILE-FIELD.
      * "{T:name}" - WS-TP is on the "{".
           EVALUATE TRUE
               WHEN WS-TNEXT NOT = "N" AND WS-TNEXT NOT = "W"
                   AND WS-TNEXT NOT = "C"
                   MOVE "FIELD TYPE MUST BE N, W OR C"
                       TO LS-LT-REJECT-REASON
                   MOVE "NO " TO WS-TEMPLATE-OK
               WHEN WS-TP + 2 > WS-TEMPLATE-LEN
                   MOVE "FIELD IS NEVER CLOSED WITH }"
                       TO LS-LT-REJECT-REASON
                   MOVE "NO " TO WS-TEMPLATE-OK
               WHEN LS-LT-TEMPLATE (WS-TP + 2:1) NOT = ":"
                   MOVE "FIELD TYPE MUST BE FOLLOWED BY :"
                       TO LS-LT-REJECT-REASON
                   MOVE "NO " TO WS-TEMPLATE-OK
               WHEN OTHER
                   PERFORM NEW-ELEMENT
           END-EVALUATE
           IF WS-TEMPLATE-OK = "YES"
               MOVE WS-TNEXT TO WS-EL-KIND (WS-ELEMENT-COUNT)
               ADD 3 TO WS-TP
               MOVE ZERO TO WS-NAME-LEN
               PERFORM UNTIL WS-TP > WS-TEMPLATE-LEN
                   OR LS-LT-TEMPLATE (WS-TP:1) = "}"
                   ADD 1 TO WS-NAME-LEN
                   IF WS-NAME-LEN <= 16
                       MOVE LS-LT-TEMPLATE (WS-TP:1)
                           TO WS-EL-TEXT (WS-ELEMENT-COUNT)
                           (WS-NAME-LEN:1)
                   END-IF
                   ADD 1 TO WS-TP
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-TP > WS-TEMPLATE-LEN
                       MOVE "FIELD IS NEVER CLOSED WITH }"
                           TO LS-LT-REJECT-REASON
                       MOVE "NO " TO WS-TEMPLATE-OK
                   WHEN WS-NAME-LEN = ZERO
                       MOVE "FIELD HAS NO NAME"
                           TO LS-LT-REJECT-REASON
                       MOVE "NO " TO WS-TEMPLATE-OK
                   WHEN WS-NAME-LEN > 16
                       MOVE "FIELD NAME IS LONGER THAN 16"
                           TO LS-LT-REJECT-REASON
                       MOVE "NO " TO WS-TEMPLATE-OK
                   WHEN OTHER
                       MOVE WS-NAME-LEN TO WS-EL-LEN (WS-ELEMENT-COUNT)
                       ADD 1 TO WS-TP
               END-EVALUATE
           END-IF.

       OPEN-GROUP.
           IF WS-IN-GROUP = "YES"
               MOVE "GROUPS DO NOT NEST" TO LS-LT-REJECT-REASON
               MOVE "NO " TO WS-TEMPLATE-OK
           ELSE
               PERFORM NEW-ELEMENT
               IF WS-TEMPLATE-OK = "YES"
                   MOVE "G" TO WS-EL-KIND (WS-ELEMENT-COUNT)
                   MOVE WS-ELEMENT-COUNT TO WS-GROUP-START
                   MOVE WS-TP TO WS-GROUP-COLUMN
                   MOVE "YES" TO WS-IN-GROUP
                   ADD 1 TO WS-TP
               END-IF
           END-IF.

       CLOSE-GROUP.
           IF WS-ELEMENT-COUNT = WS-GROUP-START
               MOVE "GROUP HAS NO BODY" TO LS-LT-REJECT-REASON
               MOVE "NO " TO WS-TEMPLATE-OK
           ELSE
               PERFORM NEW-ELEMENT
               IF WS-TEMPLATE-OK = "YES"
                   MOVE "E" TO WS-EL-KIND (WS-ELEMENT-COUNT)
                   MOVE WS-GROUP-START
                       TO WS-EL-MATE (WS-ELEMENT-COUNT)
                   MOVE WS-ELEMENT-COUNT
                       TO WS-EL-MATE (WS-GROUP-START)
                   MOVE "NO " TO WS-IN-GROUP
               END-IF
           END-IF.

       COMPILE-SEPARATORS.
      * "/sep/sep]" - WS-TP is on the first "/"; the list runs to the
      * group's closing "]", which CLOSE-GROUP then takes.
           MOVE ZERO TO WS-SEP-NO
           PERFORM UNTIL WS-TEMPLATE-OK = "NO "
               OR WS-TP > WS-TEMPLATE-LEN
               OR LS-LT-TEMPLATE (WS-TP:1) = "]"
               ADD 1 TO WS-TP
               ADD 1 TO WS-SEP-NO
               IF WS-SEP-NO > 5
                   MOVE "GROUP HAS MORE THAN 5 SEPARATORS"
                       TO LS-LT-REJECT-REASON
                   MOVE "NO " TO WS-TEMPLATE-OK
               ELSE
                   MOVE WS-SEP-NO
                       TO WS-EL-SEP-COUNT (WS-GROUP-START)
                   MOVE SPACES
                       TO WS-EL-SEP (WS-GROUP-START WS-SEP-NO)
                   MOVE ZERO
                       TO WS-EL-SEP-LEN (WS-GROUP-START WS-SEP-NO)
                   PERFORM COMPILE-ONE-SEPARATOR
               END-IF
           END-PERFORM
           IF WS-TEMPLATE-OK = "YES"
               IF WS-TP > WS-TEMPLATE-LEN
                   MOVE "GROUP IS NEVER CLOSED WITH ]"
                       TO LS-LT-REJECT-REASON
                   MOVE "NO " TO WS-TEMPLATE-OK
                   MOVE WS-GROUP-COLUMN TO WS-TP
               ELSE
                   PERFORM CLOSE-GROUP
                   ADD 1 TO WS-TP
               END-IF
           END-IF.

       COMPILE-ONE-SEPARATOR.
           MOVE "NO " TO WS-GROUP-DONE
           PERFORM UNTIL WS-GROUP-DONE = "YES"
               OR WS-TEMPLATE-OK = "NO "
               OR WS-TP > WS-TEMPLATE-LEN
               MOVE LS-LT-TEMPLATE (WS-TP:1) TO WS-TCH
               MOVE SPACE TO WS-TNEXT
               IF WS-TP < WS-TEMPLATE-LEN
                   MOVE LS-LT-TEMPLATE (WS-TP + 1:1) TO WS-TNEXT
               END-IF
               IF (WS-TCH = "/" OR WS-TCH = "]")
                   AND WS-TNEXT NOT = WS-TCH
                   MOVE "YES" TO WS-GROUP-DONE
               ELSE
                   IF WS-EL-SEP-LEN (WS-GROUP-START WS-SEP-NO) >= 10
                       MOVE "SEPARATOR IS LONGER THAN 10"
                           TO LS-LT-REJECT-REASON
                       MOVE "NO " TO WS-TEMPLATE-OK
                   ELSE
                       ADD 1 TO WS-EL-SEP-LEN (WS-GROUP-START WS-SEP-NO)
                       MOVE WS-TCH TO WS-EL-SEP (WS-GROUP-START
                           WS-SEP-NO) (WS-EL-SEP-LEN (WS-GROUP-START
                           WS-SEP-NO):1)
                       IF WS-TCH = "/" OR WS-TCH = "]"
                           ADD 1 TO WS-TP
                       END-IF
                       ADD 1 TO WS-TP
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TEMPLATE-OK = "YES"
               AND WS-EL-SEP-LEN (WS-GROUP-START WS-SEP-NO) = ZERO
               MOVE "GROUP HAS AN EMPTY SEPARATOR"
                   TO LS-LT-REJECT-REASON
               MOVE "NO " TO WS-TEMPLATE-OK
           END-IF.

      ******************************************************************
      * Line matching.
      ******************************************************************
       MATCH-LINE.
           MOVE ZERO TO WS-LINE-LEN
           IF LS-LT-LINE NOT = SPACES
               COMPUTE WS-LINE-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM (LS-LT-LINE TRAILING))
           END-IF
           MOVE 1 TO WS-POS
           MOVE ZERO TO WS-CUR-OCCURRENCE
           MOVE ZERO TO WS-CUR-SEPARATOR
           MOVE "YES" TO WS-MATCH-OK
           MOVE ZERO TO WS-WITHDRAWN-COLUMN
           MOVE SPACES TO WS-WITHDRAWN-REASON
           SET WS-EL-IDX TO 1
           PERFORM UNTIL WS-EL-IDX > WS-ELEMENT-COUNT
               OR WS-MATCH-OK = "NO "
               IF WS-EL-KIND (WS-EL-IDX) = "G"
                   PERFORM MATCH-GROUP
               ELSE
                   PERFORM MATCH-ONE-ELEMENT
               END-IF
               SET WS-EL-IDX UP BY 1
           END-PERFORM
           IF WS-MATCH-OK = "YES" AND WS-POS <= WS-LINE-LEN
               MOVE WS-POS TO WS-COLUMN-DISPLAY
               MOVE SPACES TO LS-LT-REJECT-REASON
               STRING "UNEXPECTED TEXT AT COLUMN " WS-COLUMN-DISPLAY
                   " AFTER THE END OF THE TEMPLATE"
                   DELIMITED BY SIZE INTO LS-LT-REJECT-REASON
               MOVE WS-POS TO LS-LT-REJECT-COLUMN
               MOVE "NO " TO WS-MATCH-OK
           END-IF
           IF WS-MATCH-OK = "NO " AND LS-LT-RETURN-CODE = ZERO
               MOVE 4 TO LS-LT-RETURN-CODE
               IF WS-WITHDRAWN-COLUMN > LS-LT-REJECT-COLUMN
                   MOVE WS-WITHDRAWN-COLUMN TO LS-LT-REJECT-COLUMN
                   MOVE WS-WITHDRAWN-REASON TO LS-LT-REJECT-REASON
               END-IF
           END-IF.

       MATCH-GROUP.
      * One body is required; after it the group continues only while
      * a separator and another whole body both match. A failed
      * continuation is withdrawn - position and fields - and the
      * match resumes after the group's last good occurrence.
           COMPUTE WS-BODY-FIRST = WS-EL-IDX + 1
           COMPUTE WS-BODY-LAST = WS-EL-MATE (WS-EL-IDX) - 1
           MOVE 1 TO WS-CUR-OCCURRENCE
           MOVE ZERO TO WS-CUR-SEPARATOR
           PERFORM MATCH-GROUP-BODY
           MOVE "NO " TO WS-GROUP-DONE
           IF WS-MATCH-OK = "NO "
               MOVE "YES" TO WS-GROUP-DONE
           END-IF
           PERFORM UNTIL WS-GROUP-DONE = "YES"
               MOVE WS-POS TO WS-SAVE-POS
               MOVE LS-LT-FIELD-COUNT TO WS-SAVE-FIELD-COUNT
               MOVE ZERO TO WS-CUR-SEPARATOR
               IF WS-EL-SEP-COUNT (WS-EL-IDX) > ZERO
                   PERFORM MATCH-ANY-SEPARATOR
               END-IF
               IF WS-EL-SEP-COUNT (WS-EL-IDX) > ZERO
                   AND WS-CUR-SEPARATOR = ZERO
                   MOVE "YES" TO WS-GROUP-DONE
               ELSE
                   IF WS-CUR-OCCURRENCE >= 999
                       MOVE "YES" TO WS-GROUP-DONE
                   ELSE
                       ADD 1 TO WS-CUR-OCCURRENCE
                       PERFORM MATCH-GROUP-BODY
      * A table-full return is final - it is never withdrawn as an
      * ordinary failed continuation.
                       IF LS-LT-RETURN-CODE = 12
                           MOVE "YES" TO WS-GROUP-DONE
                       END-IF
                       IF WS-MATCH-OK = "NO "
                           AND LS-LT-RETURN-CODE NOT = 12
                           MOVE WS-SAVE-POS TO WS-POS
                           MOVE WS-SAVE-FIELD-COUNT
                               TO LS-LT-FIELD-COUNT
                           MOVE "YES" TO WS-MATCH-OK
                           IF LS-LT-REJECT-COLUMN > WS-WITHDRAWN-COLUMN
                               MOVE LS-LT-REJECT-COLUMN
                                   TO WS-WITHDRAWN-COLUMN
                               MOVE LS-LT-REJECT-REASON
                                   TO WS-WITHDRAWN-REASON
                           END-IF
                           MOVE ZERO TO LS-LT-REJECT-COLUMN
                           MOVE SPACES TO LS-LT-REJECT-REASON
                           MOVE "YES" TO WS-GROUP-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-CUR-OCCURRENCE
           MOVE ZERO TO WS-CUR-SEPARATOR
           SET WS-EL-IDX TO WS-EL-MATE (WS-EL-IDX).

       MATCH-GROUP-BODY.
           SET WS-GROUP-ELEMENT TO WS-EL-IDX
           SET WS-EL-IDX TO WS-BODY-FIRST
           PERFORM UNTIL WS-EL-IDX > WS-BODY-LAST
               OR WS-MATCH-OK = "NO "
               PERFORM MATCH-ONE-ELEMENT
               SET WS-EL-IDX UP BY 1
           END-PERFORM
           SET WS-EL-IDX TO WS-GROUP-ELEMENT.

       MATCH-ANY-SEPARATOR.
           PERFORM VARYING WS-SEP-NO FROM 1 BY 1
               UNTIL WS-SEP-NO > WS-EL-SEP-COUNT (WS-EL-IDX)
               OR WS-CUR-SEPARATOR > ZERO
               MOVE WS-EL-SEP (WS-EL-IDX WS-SEP-NO) TO WS-TEXT
               MOVE WS-EL-SEP-LEN (WS-EL-IDX WS-SEP-NO) TO WS-TEXT-LEN
               MOVE WS-SAVE-POS TO WS-POS
               PERFORM MATCH-TEXT
               IF WS-MATCH-OK = "YES"
                   MOVE WS-SEP-NO TO WS-CUR-SEPARATOR
               END-IF
           END-PERFORM
           IF WS-CUR-SEPARATOR = ZERO
               MOVE WS-SAVE-POS TO WS-POS
           END-IF
           MOVE "YES" TO WS-MATCH-OK.

       MATCH-ONE-ELEMENT.
           MOVE WS-POS TO WS-START-POS
           EVALUATE WS-EL-KIND (WS-EL-IDX)
               WHEN "L"
                   MOVE WS-EL-TEXT (WS-EL-IDX) TO WS-TEXT
                   MOVE WS-EL-LEN (WS-EL-IDX) TO WS-TEXT-LEN
                   PERFORM MATCH-TEXT
                   IF WS-MATCH-OK = "NO "
                       MOVE WS-START-POS TO WS-COLUMN-DISPLAY
                       MOVE SPACES TO LS-LT-REJECT-REASON
                       STRING "EXPECTED """
                           WS-TEXT (1:WS-TEXT-LEN)
                           """ AT COLUMN " WS-COLUMN-DISPLAY
                           DELIMITED BY SIZE INTO LS-LT-REJECT-REASON
                   END-IF
               WHEN "N"
                   PERFORM MATCH-NUMBER-FIELD
               WHEN "W"
                   PERFORM UNTIL WS-POS > WS-LINE-LEN
                       OR NOT ((LS-LT-LINE (WS-POS:1) >= "A"
                                AND LS-LT-LINE (WS-POS:1) <= "Z")
                            OR (LS-LT-LINE (WS-POS:1) >= "a"
                                AND LS-LT-LINE (WS-POS:1) <= "z")
                            OR (LS-LT-LINE (WS-POS:1) >= "0"
                                AND LS-LT-LINE (WS-POS:1) <= "9"))
                       ADD 1 TO WS-POS
                   END-PERFORM
                   IF WS-POS = WS-START-POS
                       MOVE "NO " TO WS-MATCH-OK
                       MOVE "IS NOT A WORD" TO WS-TEXT
                       PERFORM REJECT-FIELD
                   ELSE
                       PERFORM STORE-FIELD
                   END-IF
               WHEN "C"
                   IF WS-POS > WS-LINE-LEN
                       OR LS-LT-LINE (WS-POS:1) = SPACE
                       MOVE "NO " TO WS-MATCH-OK
                       MOVE "IS MISSING" TO WS-TEXT
                       PERFORM REJECT-FIELD
                   ELSE
                       ADD 1 TO WS-POS
                       PERFORM STORE-FIELD
                   END-IF
           END-EVALUATE
           IF WS-MATCH-OK = "NO "
               AND LS-LT-REJECT-COLUMN = ZERO
               MOVE WS-START-POS TO LS-LT-REJECT-COLUMN
           END-IF.

       MATCH-NUMBER-FIELD.
           IF WS-POS <= WS-LINE-LEN
               IF LS-LT-LINE (WS-POS:1) = "-"
                   OR LS-LT-LINE (WS-POS:1) = "+"
                   ADD 1 TO WS-POS
               END-IF
           END-IF
           MOVE ZERO TO WS-DIGITS-SEEN
           PERFORM UNTIL WS-POS > WS-LINE-LEN
               OR LS-LT-LINE (WS-POS:1) < "0"
               OR LS-LT-LINE (WS-POS:1) > "9"
               ADD 1 TO WS-DIGITS-SEEN
               ADD 1 TO WS-POS
           END-PERFORM
           IF WS-DIGITS-SEEN = ZERO
               MOVE "NO " TO WS-MATCH-OK
               MOVE "IS NOT A NUMBER" TO WS-TEXT
               PERFORM REJECT-FIELD
           ELSE
               MOVE SPACES TO WS-TTN-TOKEN (1)
               MOVE LS-LT-LINE (WS-START-POS:WS-POS - WS-START-POS)
                   TO WS-TTN-TOKEN (1)
               MOVE 1 TO WS-TTN-TOKEN-COUNT
               CALL "TOKEN-TO-NUMBER" USING WS-TTN-TOKEN-TABLE
                   WS-TTN-TOKEN-COUNT WS-TTN-NUMBER-TABLE
                   WS-TTN-VALID-TABLE WS-TTN-REJECT-COUNT
                   WS-TTN-RETURN-CODE
               IF WS-TTN-REJECT-COUNT > ZERO
                   MOVE "NO " TO WS-MATCH-OK
                   MOVE "DOES NOT FIT 18 DIGITS" TO WS-TEXT
                   PERFORM REJECT-FIELD
               ELSE
                   PERFORM STORE-FIELD
               END-IF
           END-IF.

       REJECT-FIELD.
      * WS-TEXT carries what was wrong with the field.
           MOVE WS-START-POS TO WS-COLUMN-DISPLAY
           MOVE SPACES TO LS-LT-REJECT-REASON
           STRING "FIELD "
               WS-EL-TEXT (WS-EL-IDX) (1:WS-EL-LEN (WS-EL-IDX))
               " AT COLUMN " WS-COLUMN-DISPLAY " "
               FUNCTION TRIM (WS-TEXT)
               DELIMITED BY SIZE INTO LS-LT-REJECT-REASON.

       STORE-FIELD.
           IF LS-LT-FIELD-COUNT >= 100
               MOVE "NO " TO WS-MATCH-OK
               MOVE 12 TO LS-LT-RETURN-CODE
               MOVE "LINE HOLDS MORE THAN 100 FIELDS"
                   TO LS-LT-REJECT-REASON
           ELSE
               ADD 1 TO LS-LT-FIELD-COUNT
               SET LS-LT-FIELD-IDX TO LS-LT-FIELD-COUNT
               MOVE WS-EL-TEXT (WS-EL-IDX) (1:16)
                   TO LS-LT-FIELD-NAME (LS-LT-FIELD-IDX)
               MOVE WS-EL-KIND (WS-EL-IDX)
                   TO LS-LT-FIELD-TYPE (LS-LT-FIELD-IDX)
               MOVE WS-CUR-OCCURRENCE
                   TO LS-LT-FIELD-OCCURRENCE (LS-LT-FIELD-IDX)
               MOVE WS-CUR-SEPARATOR
                   TO LS-LT-FIELD-SEPARATOR (LS-LT-FIELD-IDX)
               MOVE SPACES TO LS-LT-FIELD-TEXT (LS-LT-FIELD-IDX)
               MOVE LS-LT-LINE (WS-START-POS:WS-POS - WS-START-POS)
                   TO LS-LT-FIELD-TEXT (LS-LT-FIELD-IDX)
               MOVE ZERO TO LS-LT-FIELD-NUMBER (LS-LT-FIELD-IDX)
               IF WS-EL-KIND (WS-EL-IDX) = "N"
                   MOVE WS-TTN-NUMBER (1)
                       TO LS-LT-FIELD-NUMBER (LS-LT-FIELD-IDX)
               END-IF
           END-IF.

       MATCH-TEXT.
      * WS-TEXT (1:WS-TEXT-LEN) against the line at WS-POS; a space
      * in the text takes a run of one or more spaces.
           MOVE "YES" TO WS-MATCH-OK
           PERFORM VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TEXT-LEN OR WS-MATCH-OK = "NO "
               IF WS-POS > WS-LINE-LEN
                   MOVE "NO " TO WS-MATCH-OK
               ELSE
                   IF LS-LT-LINE (WS-POS:1) NOT = WS-TEXT (WS-TX:1)
                       MOVE "NO " TO WS-MATCH-OK
                   ELSE
                       ADD 1 TO WS-POS
                       IF WS-TEXT (WS-TX:1) = SPACE
                           PERFORM UNTIL WS-POS > WS-LINE-LEN
                               OR LS-LT-LINE (WS-POS:1) NOT = SPACE
                               ADD 1 TO WS-POS
                           END-PERFORM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM LINE-TEMPLATE.
