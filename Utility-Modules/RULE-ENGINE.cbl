      ******************************************************************
      * Author:
      * Date:
      * Purpose: Workflow interpreter for Day 19's part-sorting
      * system - and any later day whose input is a small program of
      * named rule lists. A workflow record ("px{a<2006:qkq,m>2090:A,
      * rfg}") is a name and an ordered list of rules; each rule
      * tests one rating against a limit and names where a matching
      * part goes - another workflow, A (accepted) or R (rejected) -
      * and the last rule sends everything left. The caller reads the
      * workflow section through SECTION-READER and hands each record
      * over (LOADW); the record is matched against LINE-TEMPLATE's
      * workflow template, compiled into the rule table held here
      * across calls (the way RANGE-MAPPER holds its maps), and its
      * name stored through KEYED-LOOKUP with the workflow's slot as
      * the value. LINK then resolves every rule's destination once,
      * so evaluation never looks a name up again.
      * Part 1 is EVAL: one part's four ratings walked from the start
      * workflow to a verdict. Part 2 is SPLIT: a four-dimensional
      * block of ratings pushed through the whole workflow graph,
      * cut in two at every condition - the piece that satisfies the
      * rule goes to its destination, the rest carries on to the next
      * rule - the same split-where-it-crosses treatment RANGE-MAPPER
      * gives Day 5's seed ranges, in four dimensions. Every piece
      * that reaches A adds its size (the product of its four
      * spans), so the 4000^4 combinations are never walked.
      * The four ratings are x, m, a and s, in that order in
      * LS-RE-RATING / LS-RE-LOW / LS-RE-HIGH.
      * Functions (LS-RE-FUNCTION):
      *   INIT  - empty the rule table (and KEYED-LOOKUP with it -
      *           the caller must not use KEYED-LOOKUP for anything
      *           else until its last EVAL or SPLIT).
      *   LOADW - compile the workflow record in LS-RE-TEXT.
      *   LINK  - resolve every destination; a rule naming a
      *           workflow that was never loaded is reported in
      *           LS-RE-BAD-NAME (the first one found) and
      *           LS-RE-UNDEFINED-COUNT (all of them).
      *   EVAL  - LS-RE-RATING from workflow LS-RE-START (blank
      *           means "in") to LS-RE-VERDICT, A or R.
      *   SPLIT - the block LS-RE-LOW..LS-RE-HIGH from LS-RE-START
      *           to LS-RE-COMBINATIONS, the count accepted.
      * LS-RE-WORKFLOW-COUNT always comes back as the number loaded.
      * Return codes: 0 clean; 4 SPLIT's count ran past 18 digits
      * (LS-RE-COMBINATIONS must not be trusted); 8 a data failure -
      * a record that is not a workflow, a workflow loaded twice, an
      * undefined destination or start workflow, EVAL or SPLIT
      * before a clean LINK, a graph that loops, or an unknown
      * function - with LS-RE-REASON saying which; 12 a table is
      * full (1000 workflows, 10 rules a workflow, 2000 pieces
      * waiting in SPLIT) and the result is incomplete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULE-ENGINE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * The compiled workflows. A rule's category is the rating's
      * position in "xmas" (0 for the closing unconditional rule);
      * its destination kind is A, R or W (a workflow, whose slot
      * LINK fills in).
       01 WS-WORKFLOW-LIMIT         PIC 9(4) VALUE 1000.
       01 WS-RULE-LIMIT             PIC 9(2) VALUE 10.
       01 WS-WORKFLOW-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-LINKED                 PIC X(3) VALUE "NO".
       01 WS-WORKFLOW-TABLE.
          05 WS-WORKFLOW OCCURS 1000 TIMES INDEXED BY WS-WF-IDX.
             10 WS-WF-NAME          PIC X(20).
             10 WS-WF-RULE-COUNT    PIC 9(2).
             10 WS-WF-RULE OCCURS 10 TIMES INDEXED BY WS-RULE-IDX.
                15 WS-RL-CATEGORY   PIC 9(1).
                15 WS-RL-TEST       PIC X(1).
                15 WS-RL-LIMIT      PIC S9(18).
                15 WS-RL-TARGET     PIC X(20).
                15 WS-RL-TARGET-KIND PIC X(1).
                15 WS-RL-TARGET-SLOT PIC 9(4).
       01 WS-CATEGORY-LETTERS       PIC X(4) VALUE "xmas".
       01 WS-CATEGORY               PIC 9(1).
       01 WS-C                      PIC 9(1).

      * LINE-TEMPLATE interface - a workflow with conditional rules,
      * and the bare "name{target}" form with only the closing rule.
       01 WS-LT-PARMS.
          05 WS-LT-RETURN-CODE      PIC 99.
          05 WS-LT-FIELD-COUNT      PIC 9(3).
          05 WS-LT-REJECT-COLUMN    PIC 9(3).
          05 WS-LT-REJECT-REASON    PIC X(80).
       01 WS-LT-LINE                PIC X(200).
       01 WS-LT-TEMPLATE            PIC X(200).
       01 WS-LT-WORKFLOW-TEMPLATE.
          05 FILLER                 PIC X(40) VALUE
              "{W:NAME}{{[{W:CATEGORY}{C:TEST}{N:LIMIT}".
          05 FILLER                 PIC X(160) VALUE
              ":{W:TARGET}/,],{W:FALLBACK}}".
       01 WS-LT-BARE-TEMPLATE       PIC X(200) VALUE
           "{W:NAME}{{{W:FALLBACK}}".
       01 WS-LT-FIELD-TABLE.
          05 WS-LT-FIELD OCCURS 100 TIMES INDEXED BY WS-LT-FIELD-IDX.
             10 WS-LT-FIELD-NAME    PIC X(16).
             10 WS-LT-FIELD-TYPE    PIC X(1).
             10 WS-LT-FIELD-OCCURRENCE
                                    PIC 9(3).
             10 WS-LT-FIELD-SEPARATOR
                                    PIC 9(1).
             10 WS-LT-FIELD-TEXT    PIC X(50).
             10 WS-LT-FIELD-NUMBER  PIC S9(18).

      * KEYED-LOOKUP interface - workflow name to slot number.
       01 WS-KL-FUNCTION            PIC X(5).
       01 WS-KL-KEY                 PIC X(20).
       01 WS-KL-VALUE.
          05 WS-KL-SLOT             PIC 9(4).
          05 FILLER                 PIC X(96).
       01 WS-KL-RETURN-CODE         PIC 99.

      * LOADW work - the rule being assembled from its fields.
       01 WS-NEW-NAME               PIC X(20).
       01 WS-NEW-RULE-COUNT         PIC 9(3).
       01 WS-NEW-RULE-TABLE.
          05 WS-NEW-RULE OCCURS 11 TIMES.
             10 WS-NR-CATEGORY      PIC 9(1).
             10 WS-NR-TEST          PIC X(1).
             10 WS-NR-LIMIT         PIC S9(18).
             10 WS-NR-TARGET        PIC X(20).
       01 WS-FALLBACK               PIC X(20).
       01 WS-RULE-NO                PIC 9(3).
       01 WS-RECORD-OK              PIC X(3).

      * EVAL / SPLIT work. The current workflow, how many workflows
      * a walk has visited (more than are loaded means a loop), and
      * SPLIT's stack of pieces still to be sent through the graph.
       01 WS-START-NAME             PIC X(20).
       01 WS-START-SLOT             PIC 9(4).
       01 WS-SLOT                   PIC 9(4).
       01 WS-STEPS                  PIC 9(9).
       01 WS-DONE                   PIC X(3).
       01 WS-MATCHED                PIC X(3).
       01 WS-STACK-LIMIT            PIC 9(4) VALUE 2000.
       01 WS-STACK-COUNT            PIC 9(4).
       01 WS-STACK-TABLE.
          05 WS-STACK-ENTRY OCCURS 2000 TIMES.
             10 WS-SK-SLOT          PIC 9(4).
             10 WS-SK-LOW           PIC S9(18) OCCURS 4 TIMES.
             10 WS-SK-HIGH          PIC S9(18) OCCURS 4 TIMES.
       01 WS-PUSH-LIMIT             PIC 9(9) VALUE 1000000.
       01 WS-CUR-LOW-TABLE.
          05 WS-CUR-LOW             PIC S9(18) OCCURS 4 TIMES.
       01 WS-CUR-HIGH-TABLE.
          05 WS-CUR-HIGH            PIC S9(18) OCCURS 4 TIMES.
       01 WS-PIECE-LOW-TABLE.
          05 WS-PIECE-LOW           PIC S9(18) OCCURS 4 TIMES.
       01 WS-PIECE-HIGH-TABLE.
          05 WS-PIECE-HIGH          PIC S9(18) OCCURS 4 TIMES.
       01 WS-CUR-EMPTY              PIC X(3).
       01 WS-PIECE-SIZE             PIC S9(18).
       01 WS-PIECE-SPAN             PIC S9(18).
       01 WS-OVERFLOW               PIC X(3).
       01 WS-LIMIT-DISPLAY          PIC 9(9).

       LINKAGE SECTION.
       01 LS-RE-PARMS.
          05 LS-RE-FUNCTION         PIC X(5).
          05 LS-RE-TEXT             PIC X(200).
          05 LS-RE-START            PIC X(20).
          05 LS-RE-RATING           PIC S9(18) OCCURS 4 TIMES.
          05 LS-RE-LOW              PIC S9(18) OCCURS 4 TIMES.
          05 LS-RE-HIGH             PIC S9(18) OCCURS 4 TIMES.
          05 LS-RE-VERDICT          PIC X(1).
          05 LS-RE-COMBINATIONS     PIC S9(18).
          05 LS-RE-WORKFLOW-COUNT   PIC 9(4).
          05 LS-RE-UNDEFINED-COUNT  PIC 9(4).
          05 LS-RE-BAD-NAME         PIC X(20).
          05 LS-RE-REASON           PIC X(80).
          05 LS-RE-RETURN-CODE      PIC 99.

       PROCEDURE DIVISION USING LS-RE-PARMS.
       MAIN-PROCEDURE.
           MOVE ZERO TO LS-RE-RETURN-CODE
           MOVE SPACES TO LS-RE-REASON
           EVALUATE LS-RE-FUNCTION
               WHEN "INIT "
                   PERFORM CLEAR-WORKFLOWS
               WHEN "LOADW"
                   PERFORM LOAD-ONE-WORKFLOW
               WHEN "LINK "
                   PERFORM LINK-ALL-WORKFLOWS
               WHEN "EVAL "
                   MOVE SPACE TO LS-RE-VERDICT
                   PERFORM FIND-START-WORKFLOW
                   IF LS-RE-RETURN-CODE = ZERO
                       PERFORM EVALUATE-ONE-PART
                   END-IF
               WHEN "SPLIT"
                   MOVE ZERO TO LS-RE-COMBINATIONS
                   PERFORM FIND-START-WORKFLOW
                   IF LS-RE-RETURN-CODE = ZERO
                       PERFORM SPLIT-RATING-BLOCK
                   END-IF
               WHEN OTHER
                   MOVE 8 TO LS-RE-RETURN-CODE
                   MOVE "unknown function" TO LS-RE-REASON
           END-EVALUATE
           MOVE WS-WORKFLOW-COUNT TO LS-RE-WORKFLOW-COUNT
           GOBACK.

       CLEAR-WORKFLOWS.
           MOVE ZERO TO WS-WORKFLOW-COUNT
           MOVE "NO " TO WS-LINKED
           MOVE "INIT " TO WS-KL-FUNCTION
           CALL "KEYED-LOOKUP" USING WS-KL-FUNCTION WS-KL-KEY
               WS-KL-VALUE WS-KL-RETURN-CODE.

      ******************************************************************
      * Loading - one workflow record at a time.
      ******************************************************************
       LOAD-ONE-WORKFLOW.
           MOVE "NO " TO WS-LINKED
           MOVE LS-RE-TEXT TO WS-LT-LINE
           MOVE WS-LT-WORKFLOW-TEMPLATE TO WS-LT-TEMPLATE
           CALL "LINE-TEMPLATE" USING WS-LT-PARMS WS-LT-LINE
               WS-LT-TEMPLATE WS-LT-FIELD-TABLE
           IF WS-LT-RETURN-CODE = 4
               MOVE WS-LT-BARE-TEMPLATE TO WS-LT-TEMPLATE
               CALL "LINE-TEMPLATE" USING WS-LT-PARMS WS-LT-LINE
                   WS-LT-TEMPLATE WS-LT-FIELD-TABLE
           END-IF
           IF WS-LT-RETURN-CODE NOT = ZERO
               MOVE 8 TO LS-RE-RETURN-CODE
               MOVE SPACES TO LS-RE-REASON
               STRING "not a workflow - column " WS-LT-REJECT-COLUMN
                   ": " WS-LT-REJECT-REASON
                   DELIMITED BY SIZE INTO LS-RE-REASON
           ELSE
               PERFORM COLLECT-WORKFLOW-FIELDS
               IF WS-RECORD-OK = "YES"
                   PERFORM STORE-WORKFLOW
               END-IF
           END-IF.

       COLLECT-WORKFLOW-FIELDS.
      * Fields come back in line order; a rule's four fields share
      * their group occurrence number, which is the rule's position.
           MOVE "YES" TO WS-RECORD-OK
           MOVE SPACES TO WS-NEW-NAME
           MOVE SPACES TO WS-FALLBACK
           MOVE ZERO TO WS-NEW-RULE-COUNT
           PERFORM VARYING WS-LT-FIELD-IDX FROM 1 BY 1
               UNTIL WS-LT-FIELD-IDX > WS-LT-FIELD-COUNT
               OR WS-RECORD-OK NOT = "YES"
               MOVE WS-LT-FIELD-OCCURRENCE (WS-LT-FIELD-IDX)
                   TO WS-RULE-NO
               IF WS-RULE-NO > WS-RULE-LIMIT - 1
                   MOVE "NO " TO WS-RECORD-OK
                   MOVE 12 TO LS-RE-RETURN-CODE
                   MOVE SPACES TO LS-RE-REASON
                   STRING "more than " WS-RULE-LIMIT " rules in one "
                       "workflow" DELIMITED BY SIZE INTO LS-RE-REASON
               ELSE
                   IF WS-RULE-NO > WS-NEW-RULE-COUNT
                       MOVE WS-RULE-NO TO WS-NEW-RULE-COUNT
                   END-IF
                   PERFORM TAKE-ONE-FIELD
               END-IF
           END-PERFORM
           IF WS-RECORD-OK = "YES"
               IF WS-NEW-NAME = SPACES OR WS-FALLBACK = SPACES
                   MOVE "NO " TO WS-RECORD-OK
                   MOVE 8 TO LS-RE-RETURN-CODE
                   MOVE "workflow has no name or no closing rule"
                       TO LS-RE-REASON
               END-IF
           END-IF.

       TAKE-ONE-FIELD.
           EVALUATE WS-LT-FIELD-NAME (WS-LT-FIELD-IDX)
               WHEN "NAME"
                   MOVE WS-LT-FIELD-TEXT (WS-LT-FIELD-IDX)
                       TO WS-NEW-NAME
               WHEN "FALLBACK"
                   MOVE WS-LT-FIELD-TEXT (WS-LT-FIELD-IDX)
                       TO WS-FALLBACK
               WHEN "CATEGORY"
                   MOVE ZERO TO WS-CATEGORY
                   PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 4
                       IF WS-LT-FIELD-TEXT (WS-LT-FIELD-IDX)
                           = WS-CATEGORY-LETTERS (WS-C:1)
                           MOVE WS-C TO WS-CATEGORY
                       END-IF
                   END-PERFORM
                   IF WS-CATEGORY = ZERO
                       MOVE "NO " TO WS-RECORD-OK
                       MOVE 8 TO LS-RE-RETURN-CODE
                       MOVE SPACES TO LS-RE-REASON
                       STRING "rating "
                           FUNCTION TRIM
                           (WS-LT-FIELD-TEXT (WS-LT-FIELD-IDX))
                           " is not x, m, a or s"
                           DELIMITED BY SIZE INTO LS-RE-REASON
                   ELSE
                       MOVE WS-CATEGORY TO WS-NR-CATEGORY (WS-RULE-NO)
                   END-IF
               WHEN "TEST"
                   IF WS-LT-FIELD-TEXT (WS-LT-FIELD-IDX) NOT = "<"
                       AND WS-LT-FIELD-TEXT (WS-LT-FIELD-IDX) NOT = ">"
                       MOVE "NO " TO WS-RECORD-OK
                       MOVE 8 TO LS-RE-RETURN-CODE
                       MOVE "a rule's test is not < or >"
                           TO LS-RE-REASON
                   ELSE
                       MOVE WS-LT-FIELD-TEXT (WS-LT-FIELD-IDX)
                           TO WS-NR-TEST (WS-RULE-NO)
                   END-IF
               WHEN "LIMIT"
                   MOVE WS-LT-FIELD-NUMBER (WS-LT-FIELD-IDX)
                       TO WS-NR-LIMIT (WS-RULE-NO)
               WHEN "TARGET"
                   MOVE WS-LT-FIELD-TEXT (WS-LT-FIELD-IDX)
                       TO WS-NR-TARGET (WS-RULE-NO)
           END-EVALUATE.

       STORE-WORKFLOW.
      * The conditional rules in order, then the fallback as the
      * closing unconditional rule.
           IF WS-WORKFLOW-COUNT >= WS-WORKFLOW-LIMIT
               MOVE 12 TO LS-RE-RETURN-CODE
               MOVE SPACES TO LS-RE-REASON
               STRING "more than " WS-WORKFLOW-LIMIT " workflows"
                   DELIMITED BY SIZE INTO LS-RE-REASON
           ELSE
               MOVE "LOAD " TO WS-KL-FUNCTION
               MOVE WS-NEW-NAME TO WS-KL-KEY
               MOVE SPACES TO WS-KL-VALUE
               COMPUTE WS-KL-SLOT = WS-WORKFLOW-COUNT + 1
               CALL "KEYED-LOOKUP" USING WS-KL-FUNCTION WS-KL-KEY
                   WS-KL-VALUE WS-KL-RETURN-CODE
               EVALUATE WS-KL-RETURN-CODE
                   WHEN ZERO
                       ADD 1 TO WS-WORKFLOW-COUNT
                       SET WS-WF-IDX TO WS-WORKFLOW-COUNT
                       MOVE WS-NEW-NAME TO WS-WF-NAME (WS-WF-IDX)
                       COMPUTE WS-WF-RULE-COUNT (WS-WF-IDX) =
                           WS-NEW-RULE-COUNT + 1
                       PERFORM VARYING WS-RULE-NO FROM 1 BY 1
                           UNTIL WS-RULE-NO > WS-NEW-RULE-COUNT
                           SET WS-RULE-IDX TO WS-RULE-NO
                           MOVE WS-NR-CATEGORY (WS-RULE-NO)
                               TO WS-RL-CATEGORY (WS-WF-IDX WS-RULE-IDX)
                           MOVE WS-NR-TEST (WS-RULE-NO)
                               TO WS-RL-TEST (WS-WF-IDX WS-RULE-IDX)
                           MOVE WS-NR-LIMIT (WS-RULE-NO)
                               TO WS-RL-LIMIT (WS-WF-IDX WS-RULE-IDX)
                           MOVE WS-NR-TARGET (WS-RULE-NO)
                               TO WS-RL-TARGET (WS-WF-IDX WS-RULE-IDX)
                       END-PERFORM
                       SET WS-RULE-IDX TO WS-WF-RULE-COUNT (WS-WF-IDX)
                       MOVE ZERO
                           TO WS-RL-CATEGORY (WS-WF-IDX WS-RULE-IDX)
                       MOVE SPACE TO WS-RL-TEST (WS-WF-IDX WS-RULE-IDX)
                       MOVE ZERO TO WS-RL-LIMIT (WS-WF-IDX WS-RULE-IDX)
                       MOVE WS-FALLBACK
                           TO WS-RL-TARGET (WS-WF-IDX WS-RULE-IDX)
                   WHEN 4
      * Defined twice - KEYED-LOOKUP has already pointed the name at
      * the new slot, which is never filled, so the pair is put back
      * and the record refused: which definition was meant is a
      * question for the input, not a guess for the interpreter.
                       MOVE "LOAD " TO WS-KL-FUNCTION
                       MOVE WS-NEW-NAME TO WS-KL-KEY
                       MOVE SPACES TO WS-KL-VALUE
                       MOVE ZERO TO WS-KL-SLOT
                       PERFORM VARYING WS-WF-IDX FROM 1 BY 1
                           UNTIL WS-WF-IDX > WS-WORKFLOW-COUNT
                           IF WS-WF-NAME (WS-WF-IDX) = WS-NEW-NAME
                               SET WS-KL-SLOT TO WS-WF-IDX
                           END-IF
                       END-PERFORM
                       CALL "KEYED-LOOKUP" USING WS-KL-FUNCTION
                           WS-KL-KEY WS-KL-VALUE WS-KL-RETURN-CODE
                       MOVE 8 TO LS-RE-RETURN-CODE
                       MOVE WS-NEW-NAME TO LS-RE-BAD-NAME
                       MOVE SPACES TO LS-RE-REASON
                       STRING "workflow " FUNCTION TRIM (WS-NEW-NAME)
                           " is defined twice"
                           DELIMITED BY SIZE INTO LS-RE-REASON
                   WHEN OTHER
                       MOVE 12 TO LS-RE-RETURN-CODE
                       MOVE "KEYED-LOOKUP's name table is full"
                           TO LS-RE-REASON
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Linking - every destination resolved to A, R or a slot.
      ******************************************************************
       LINK-ALL-WORKFLOWS.
           MOVE ZERO TO LS-RE-UNDEFINED-COUNT
           MOVE SPACES TO LS-RE-BAD-NAME
           PERFORM VARYING WS-WF-IDX FROM 1 BY 1
               UNTIL WS-WF-IDX > WS-WORKFLOW-COUNT
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-WF-RULE-COUNT (WS-WF-IDX)
                   PERFORM LINK-ONE-RULE
               END-PERFORM
           END-PERFORM
           IF LS-RE-UNDEFINED-COUNT > ZERO
               MOVE "NO " TO WS-LINKED
               MOVE 8 TO LS-RE-RETURN-CODE
           ELSE
               MOVE "YES" TO WS-LINKED
           END-IF.

       LINK-ONE-RULE.
           MOVE ZERO TO WS-RL-TARGET-SLOT (WS-WF-IDX WS-RULE-IDX)
           EVALUATE WS-RL-TARGET (WS-WF-IDX WS-RULE-IDX)
               WHEN "A"
                   MOVE "A" TO WS-RL-TARGET-KIND (WS-WF-IDX WS-RULE-IDX)
               WHEN "R"
                   MOVE "R" TO WS-RL-TARGET-KIND (WS-WF-IDX WS-RULE-IDX)
               WHEN OTHER
                   MOVE "W" TO WS-RL-TARGET-KIND (WS-WF-IDX WS-RULE-IDX)
                   MOVE "FIND " TO WS-KL-FUNCTION
                   MOVE WS-RL-TARGET (WS-WF-IDX WS-RULE-IDX)
                       TO WS-KL-KEY
                   CALL "KEYED-LOOKUP" USING WS-KL-FUNCTION WS-KL-KEY
                       WS-KL-VALUE WS-KL-RETURN-CODE
                   IF WS-KL-RETURN-CODE = ZERO
                       MOVE WS-KL-SLOT
                           TO WS-RL-TARGET-SLOT (WS-WF-IDX WS-RULE-IDX)
                   ELSE
                       ADD 1 TO LS-RE-UNDEFINED-COUNT
                       IF LS-RE-UNDEFINED-COUNT = 1
                           MOVE WS-RL-TARGET (WS-WF-IDX WS-RULE-IDX)
                               TO LS-RE-BAD-NAME
                           MOVE SPACES TO LS-RE-REASON
                           STRING "workflow "
                               FUNCTION TRIM (WS-WF-NAME (WS-WF-IDX))
                               " sends parts to undefined workflow "
                               FUNCTION TRIM (LS-RE-BAD-NAME)
                               DELIMITED BY SIZE INTO LS-RE-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

       FIND-START-WORKFLOW.
           IF WS-LINKED NOT = "YES"
               MOVE 8 TO LS-RE-RETURN-CODE
               MOVE "the workflows have not been linked cleanly"
                   TO LS-RE-REASON
           ELSE
               IF LS-RE-START = SPACES
                   MOVE "in" TO WS-START-NAME
               ELSE
                   MOVE LS-RE-START TO WS-START-NAME
               END-IF
               MOVE "FIND " TO WS-KL-FUNCTION
               MOVE WS-START-NAME TO WS-KL-KEY
               CALL "KEYED-LOOKUP" USING WS-KL-FUNCTION WS-KL-KEY
                   WS-KL-VALUE WS-KL-RETURN-CODE
               IF WS-KL-RETURN-CODE = ZERO
                   MOVE WS-KL-SLOT TO WS-START-SLOT
               ELSE
                   MOVE 8 TO LS-RE-RETURN-CODE
                   MOVE WS-START-NAME TO LS-RE-BAD-NAME
                   MOVE SPACES TO LS-RE-REASON
                   STRING "start workflow "
                       FUNCTION TRIM (WS-START-NAME) " is undefined"
                       DELIMITED BY SIZE INTO LS-RE-REASON
               END-IF
           END-IF.

      ******************************************************************
      * EVAL - one part, rule by rule, to a verdict.
      ******************************************************************
       EVALUATE-ONE-PART.
           MOVE WS-START-SLOT TO WS-SLOT
           MOVE ZERO TO WS-STEPS
           MOVE "NO " TO WS-DONE
           PERFORM UNTIL WS-DONE = "YES"
               ADD 1 TO WS-STEPS
               IF WS-STEPS > WS-WORKFLOW-COUNT
      * A walk that visits more workflows than exist has come round
      * to one it already left - the part would never be sorted.
                   MOVE "YES" TO WS-DONE
                   MOVE 8 TO LS-RE-RETURN-CODE
                   MOVE "the workflows send this part round a loop"
                       TO LS-RE-REASON
               ELSE
                   SET WS-WF-IDX TO WS-SLOT
                   MOVE "NO " TO WS-MATCHED
                   PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-WF-RULE-COUNT (WS-WF-IDX)
                       OR WS-MATCHED = "YES"
                       PERFORM TEST-ONE-RULE
                   END-PERFORM
               END-IF
           END-PERFORM.

       TEST-ONE-RULE.
           MOVE WS-RL-CATEGORY (WS-WF-IDX WS-RULE-IDX) TO WS-C
           EVALUATE TRUE
               WHEN WS-C = ZERO
                   MOVE "YES" TO WS-MATCHED
               WHEN WS-RL-TEST (WS-WF-IDX WS-RULE-IDX) = "<"
                   AND LS-RE-RATING (WS-C)
                   < WS-RL-LIMIT (WS-WF-IDX WS-RULE-IDX)
                   MOVE "YES" TO WS-MATCHED
               WHEN WS-RL-TEST (WS-WF-IDX WS-RULE-IDX) = ">"
                   AND LS-RE-RATING (WS-C)
                   > WS-RL-LIMIT (WS-WF-IDX WS-RULE-IDX)
                   MOVE "YES" TO WS-MATCHED
           END-EVALUATE
           IF WS-MATCHED = "YES"
               IF WS-RL-TARGET-KIND (WS-WF-IDX WS-RULE-IDX) = "W"
                   MOVE WS-RL-TARGET-SLOT (WS-WF-IDX WS-RULE-IDX)
                       TO WS-SLOT
               ELSE
                   MOVE WS-RL-TARGET-KIND (WS-WF-IDX WS-RULE-IDX)
                       TO LS-RE-VERDICT
                   MOVE "YES" TO WS-DONE
               END-IF
           END-IF.

      ******************************************************************
      * SPLIT - a block of ratings cut at every condition it meets.
      ******************************************************************
       SPLIT-RATING-BLOCK.
           MOVE "NO " TO WS-OVERFLOW
           MOVE ZERO TO WS-STEPS
           MOVE 1 TO WS-STACK-COUNT
           MOVE WS-START-SLOT TO WS-SK-SLOT (1)
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 4
               MOVE LS-RE-LOW (WS-C) TO WS-SK-LOW (1 WS-C)
               MOVE LS-RE-HIGH (WS-C) TO WS-SK-HIGH (1 WS-C)
           END-PERFORM
           PERFORM UNTIL WS-STACK-COUNT = ZERO
               OR LS-RE-RETURN-CODE NOT = ZERO
               PERFORM SPLIT-ONE-BLOCK
           END-PERFORM
           IF LS-RE-RETURN-CODE = ZERO AND WS-OVERFLOW = "YES"
               MOVE 4 TO LS-RE-RETURN-CODE
               MOVE "the accepted count ran past 18 digits"
                   TO LS-RE-REASON
           END-IF.

       SPLIT-ONE-BLOCK.
      * Pop a block and run it down its workflow's rules. The piece
      * a condition accepts is sent on; what is left faces the next
      * rule, until the closing rule sends the remainder or nothing
      * is left.
           MOVE WS-SK-SLOT (WS-STACK-COUNT) TO WS-SLOT
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 4
               MOVE WS-SK-LOW (WS-STACK-COUNT WS-C) TO WS-CUR-LOW (WS-C)
               MOVE WS-SK-HIGH (WS-STACK-COUNT WS-C)
                   TO WS-CUR-HIGH (WS-C)
           END-PERFORM
           SUBTRACT 1 FROM WS-STACK-COUNT
           SET WS-WF-IDX TO WS-SLOT
           MOVE "NO " TO WS-CUR-EMPTY
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-WF-RULE-COUNT (WS-WF-IDX)
               OR WS-CUR-EMPTY = "YES"
               OR LS-RE-RETURN-CODE NOT = ZERO
               PERFORM SPLIT-AT-ONE-RULE
           END-PERFORM.

       SPLIT-AT-ONE-RULE.
           MOVE WS-CUR-LOW-TABLE TO WS-PIECE-LOW-TABLE
           MOVE WS-CUR-HIGH-TABLE TO WS-PIECE-HIGH-TABLE
           MOVE WS-RL-CATEGORY (WS-WF-IDX WS-RULE-IDX) TO WS-CATEGORY
           EVALUATE TRUE
               WHEN WS-CATEGORY = ZERO
                   MOVE "YES" TO WS-CUR-EMPTY
               WHEN WS-RL-TEST (WS-WF-IDX WS-RULE-IDX) = "<"
      * Piece: low .. limit-1. Left over: limit .. high.
                   IF WS-PIECE-HIGH (WS-CATEGORY)
                       >= WS-RL-LIMIT (WS-WF-IDX WS-RULE-IDX)
                       COMPUTE WS-PIECE-HIGH (WS-CATEGORY) =
                           WS-RL-LIMIT (WS-WF-IDX WS-RULE-IDX) - 1
                   END-IF
                   IF WS-CUR-LOW (WS-CATEGORY)
                       < WS-RL-LIMIT (WS-WF-IDX WS-RULE-IDX)
                       MOVE WS-RL-LIMIT (WS-WF-IDX WS-RULE-IDX)
                           TO WS-CUR-LOW (WS-CATEGORY)
                   END-IF
               WHEN OTHER
      * Piece: limit+1 .. high. Left over: low .. limit.
                   IF WS-PIECE-LOW (WS-CATEGORY)
                       <= WS-RL-LIMIT (WS-WF-IDX WS-RULE-IDX)
                       COMPUTE WS-PIECE-LOW (WS-CATEGORY) =
                           WS-RL-LIMIT (WS-WF-IDX WS-RULE-IDX) + 1
                   END-IF
                   IF WS-CUR-HIGH (WS-CATEGORY)
                       > WS-RL-LIMIT (WS-WF-IDX WS-RULE-IDX)
                       MOVE WS-RL-LIMIT (WS-WF-IDX WS-RULE-IDX)
                           TO WS-CUR-HIGH (WS-CATEGORY)
                   END-IF
           END-EVALUATE
           IF WS-CATEGORY NOT = ZERO
               IF WS-CUR-LOW (WS-CATEGORY) > WS-CUR-HIGH (WS-CATEGORY)
                   MOVE "YES" TO WS-CUR-EMPTY
               END-IF
           END-IF
           IF WS-CATEGORY = ZERO
               OR WS-PIECE-LOW (WS-CATEGORY)
               <= WS-PIECE-HIGH (WS-CATEGORY)
               PERFORM SEND-PIECE
           END-IF.

       SEND-PIECE.
      * Accepted pieces are counted, rejected ones dropped, and a
      * piece bound for another workflow waits on the stack.
           EVALUATE WS-RL-TARGET-KIND (WS-WF-IDX WS-RULE-IDX)
               WHEN "A"
                   PERFORM COUNT-PIECE
               WHEN "R"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-STEPS
                   EVALUATE TRUE
                       WHEN WS-STEPS > WS-PUSH-LIMIT
                           MOVE 8 TO LS-RE-RETURN-CODE
                           MOVE WS-PUSH-LIMIT TO WS-LIMIT-DISPLAY
                           MOVE SPACES TO LS-RE-REASON
                           STRING "more than " WS-LIMIT-DISPLAY
                               " pieces sent - the workflows loop"
                               DELIMITED BY SIZE INTO LS-RE-REASON
                       WHEN WS-STACK-COUNT >= WS-STACK-LIMIT
                           MOVE 12 TO LS-RE-RETURN-CODE
                           MOVE SPACES TO LS-RE-REASON
                           STRING "more than " WS-STACK-LIMIT
                               " pieces waiting at once"
                               DELIMITED BY SIZE INTO LS-RE-REASON
                       WHEN OTHER
                           ADD 1 TO WS-STACK-COUNT
                           MOVE WS-RL-TARGET-SLOT
                               (WS-WF-IDX WS-RULE-IDX)
                               TO WS-SK-SLOT (WS-STACK-COUNT)
                           PERFORM VARYING WS-C FROM 1 BY 1
                               UNTIL WS-C > 4
                               MOVE WS-PIECE-LOW (WS-C)
                                   TO WS-SK-LOW (WS-STACK-COUNT WS-C)
                               MOVE WS-PIECE-HIGH (WS-C)
                                   TO WS-SK-HIGH (WS-STACK-COUNT WS-C)
                           END-PERFORM
                   END-EVALUATE
           END-EVALUATE.

       COUNT-PIECE.
           MOVE 1 TO WS-PIECE-SIZE
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 4
               COMPUTE WS-PIECE-SPAN =
                   WS-PIECE-HIGH (WS-C) - WS-PIECE-LOW (WS-C) + 1
                   ON SIZE ERROR
                       MOVE "YES" TO WS-OVERFLOW
               END-COMPUTE
               IF WS-PIECE-SPAN < ZERO
                   MOVE ZERO TO WS-PIECE-SPAN
               END-IF
               COMPUTE WS-PIECE-SIZE = WS-PIECE-SIZE * WS-PIECE-SPAN
                   ON SIZE ERROR
                       MOVE "YES" TO WS-OVERFLOW
               END-COMPUTE
           END-PERFORM
           ADD WS-PIECE-SIZE TO LS-RE-COMBINATIONS
               ON SIZE ERROR
                   MOVE "YES" TO WS-OVERFLOW
           END-ADD.

       END PROGRAM RULE-ENGINE.
