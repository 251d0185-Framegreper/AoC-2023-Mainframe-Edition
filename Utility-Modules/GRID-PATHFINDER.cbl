      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shortest-path engine over the grid table GRID-LOADER
      * builds - Day 10's pipe maze, Day 17's crucible, Day 21's
      * garden steps and Day 23's hiking trail all walk the same
      * 200x200 table, and without this module each of them would
      * hand-roll its own queue and visited table. The caller passes
      * the loaded grid, a start cell and a passability rule; every
      * cell's distance (or lowest cost) from the start comes back in
      * a cell table beside the grid, so a day can read off whatever
      * its puzzle asks for.
      * Functions (LS-PF-FUNCTION):
      *   BFS   - plain breadth-first walk in the four orthogonal
      *           directions. Every reachable cell gets its step
      *           distance; LS-PF-STEP-TARGET N marks the cells
      *           reachable in exactly N steps (back-and-forth moves
      *           allowed, so distance <= N with the same parity as
      *           N) and counts them. With a target cell set, its
      *           distance comes back in LS-PF-RESULT; without one,
      *           LS-PF-RESULT is the farthest distance reached.
      *   COST  - lowest-cost search where each cell's digit is the
      *           cost of entering it. Moves run straight for at
      *           least LS-PF-MIN-RUN and at most LS-PF-MAX-RUN cells
      *           before they must turn (no reversing) - Day 17's
      *           crucible rules, with 0/3 and 4/10 as the two
      *           puzzle settings. The target cell is required; its
      *           lowest cost comes back in LS-PF-RESULT and every
      *           cell's best cost in the cell table.
      * Passability (LS-PF-PASS-RULE, over the characters listed in
      * LS-PF-RULE-CHARS - spaces in that list are padding):
      *   B - the listed characters block; everything else is open.
      *   O - only the listed characters are open.
      * COST additionally treats any non-digit cell as blocked. The
      * start cell itself is always enterable.
      * Return codes: 0 clean; 4 the target cell was never reached
      * (the cell table is still complete); 8 an unknown function, a
      * start or target outside the grid, or run limits that cannot
      * be satisfied; 12 the work queue overflowed and the search is
      * incomplete - nothing returned may be trusted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRID-PATHFINDER.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * BFS work queue - one slot per grid cell is enough, since a
      * cell is queued only the first time it is reached.
       01 WS-QUEUE-HEAD             PIC 9(6).
       01 WS-QUEUE-TAIL             PIC 9(6).
       01 WS-QUEUE-TABLE.
          05 WS-QUEUE-ENTRY OCCURS 40000 TIMES
              INDEXED BY WS-QUEUE-IDX.
             10 WS-QE-ROW           PIC 9(3).
             10 WS-QE-COL           PIC 9(3).

      * GRID-NEIGHBORS interface - the BFS takes slots N, W, E and S
      * (2, 4, 5, 7) of its fixed NW..SE order.
       01 WS-CELL-ROW               PIC 9(3).
       01 WS-CELL-COL               PIC 9(3).
       01 WS-NEIGHBOR-TABLE.
          05 WS-NEIGHBOR OCCURS 8 TIMES INDEXED BY WS-NBR-IDX.
             10 WS-NEIGHBOR-VALID   PIC X(3).
             10 WS-NEIGHBOR-ROW     PIC 9(3).
             10 WS-NEIGHBOR-COL     PIC 9(3).
             10 WS-NEIGHBOR-VALUE   PIC X.
       01 WS-NEIGHBOR-COUNT         PIC 9(1).
       01 WS-NEIGHBOR-RC            PIC 99.
       01 WS-ORTHO-SLOTS            PIC X(4) VALUE "2457".
       01 WS-ORTHO-POS              PIC 9(1).
       01 WS-SLOT                   PIC 9(1).

      * COST search state - the best cost found so far for arriving
      * at a cell along each axis (1 = arrived moving vertically, so
      * the next run is horizontal; 2 = the reverse). 9999999 means
      * not yet reached.
       01 WS-BEST-TABLE.
          05 WS-BEST-ROW OCCURS 200 TIMES.
             10 WS-BEST-COL OCCURS 200 TIMES.
                15 WS-BEST-AXIS     PIC 9(7) OCCURS 2 TIMES.
       01 WS-UNREACHED              PIC 9(7) VALUE 9999999.

      * Binary min-heap on cost, with lazy deletion - a state popped
      * at a cost worse than its best is simply skipped. Every
      * improvement pushes a fresh entry, so the heap is sized well
      * past the 80000 distinct cell/axis states.
       01 WS-HEAP-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-HEAP-LIMIT             PIC 9(6) VALUE 200000.
       01 WS-HEAP-TABLE.
          05 WS-HEAP-ENTRY OCCURS 200000 TIMES.
             10 WS-HP-COST          PIC 9(7).
             10 WS-HP-ROW           PIC 9(3).
             10 WS-HP-COL           PIC 9(3).
             10 WS-HP-AXIS          PIC 9(1).
       01 WS-HEAP-TEMP.
          05 WS-HT-COST             PIC 9(7).
          05 WS-HT-ROW              PIC 9(3).
          05 WS-HT-COL              PIC 9(3).
          05 WS-HT-AXIS             PIC 9(1).
       01 WS-HEAP-POS               PIC 9(6).
       01 WS-HEAP-PARENT            PIC 9(6).
       01 WS-HEAP-CHILD             PIC 9(6).
       01 WS-HEAP-SETTLED           PIC X(3).
       01 WS-HEAP-OVERFLOW          PIC X(3).

      * The state popped, and the run being walked out of it.
       01 WS-POP-COST               PIC 9(7).
       01 WS-POP-ROW                PIC 9(3).
       01 WS-POP-COL                PIC 9(3).
       01 WS-POP-AXIS               PIC 9(1).
       01 WS-NEXT-AXIS              PIC 9(1).
       01 WS-DIR-ROW                PIC S9(1).
       01 WS-DIR-COL                PIC S9(1).
       01 WS-DIR-PASS               PIC 9(1).
       01 WS-RUN-STEP               PIC 9(3).
       01 WS-RUN-ROW                PIC S9(4).
       01 WS-RUN-COL                PIC S9(4).
       01 WS-RUN-COST               PIC 9(7).
       01 WS-RUN-BLOCKED            PIC X(3).
       01 WS-MIN-RUN                PIC 9(3).
       01 WS-MAX-RUN                PIC 9(3).
       01 WS-TARGET-FOUND           PIC X(3).

      * Passability check work area.
       01 WS-CHECK-VALUE            PIC X.
       01 WS-CELL-PASSABLE          PIC X(3).
       01 WS-CHAR-LISTED            PIC X(3).
       01 WS-RULE-POS               PIC 9(2).

       01 WS-ROW                    PIC 9(3).
       01 WS-COL                    PIC 9(3).
       01 WS-DIST                   PIC S9(7).
       01 WS-AXIS                   PIC 9(1).

       LINKAGE SECTION.
       01 LS-PF-PARMS.
          05 LS-PF-FUNCTION         PIC X(5).
          05 LS-PF-START-ROW        PIC 9(3).
          05 LS-PF-START-COL        PIC 9(3).
      * Zero row means "no target" (BFS only).
          05 LS-PF-TARGET-ROW       PIC 9(3).
          05 LS-PF-TARGET-COL       PIC 9(3).
          05 LS-PF-PASS-RULE        PIC X(1).
          05 LS-PF-RULE-CHARS       PIC X(10).
          05 LS-PF-STEP-TARGET      PIC 9(6).
          05 LS-PF-MIN-RUN          PIC 9(3).
          05 LS-PF-MAX-RUN          PIC 9(3).
          05 LS-PF-RESULT           PIC S9(18).
          05 LS-PF-REACHED-COUNT    PIC 9(6).
          05 LS-PF-EXACT-COUNT      PIC 9(6).
          05 LS-PF-RETURN-CODE      PIC 99.
       01 LS-GRID-TABLE.
          05 LS-GRID-ROW OCCURS 200 TIMES INDEXED BY LS-ROW-IDX.
             10 LS-GRID-CELL PIC X OCCURS 200 TIMES
                 INDEXED BY LS-CELL-IDX.
       01 LS-ROW-COUNT              PIC 9(3).
       01 LS-COLUMN-COUNT           PIC 9(3).
      * Per-cell results: distance or lowest cost from the start (-1
      * unreached), and "Y" in the reach flag for BFS cells reachable
      * in exactly LS-PF-STEP-TARGET steps.
       01 LS-PF-CELL-TABLE.
          05 LS-PF-CELL-ROW OCCURS 200 TIMES.
             10 LS-PF-CELL OCCURS 200 TIMES.
                15 LS-PF-CELL-DIST  PIC S9(7).
                15 LS-PF-CELL-REACH PIC X(1).

       PROCEDURE DIVISION USING LS-PF-PARMS LS-GRID-TABLE
                                 LS-ROW-COUNT LS-COLUMN-COUNT
                                 LS-PF-CELL-TABLE.
       MAIN-PROCEDURE.
           MOVE ZERO TO LS-PF-RETURN-CODE
           MOVE ZERO TO LS-PF-RESULT
           MOVE ZERO TO LS-PF-REACHED-COUNT
           MOVE ZERO TO LS-PF-EXACT-COUNT
           PERFORM CLEAR-CELL-TABLE
           PERFORM VALIDATE-CELLS
           IF LS-PF-RETURN-CODE = ZERO
               EVALUATE LS-PF-FUNCTION
                   WHEN "BFS  "
                       PERFORM RUN-BREADTH-FIRST
                   WHEN "COST "
                       PERFORM RUN-LOWEST-COST
                   WHEN OTHER
                       MOVE 8 TO LS-PF-RETURN-CODE
               END-EVALUATE
           END-IF
           GOBACK.

       CLEAR-CELL-TABLE.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 200
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 200
                   MOVE -1 TO LS-PF-CELL-DIST (WS-ROW WS-COL)
                   MOVE SPACE TO LS-PF-CELL-REACH (WS-ROW WS-COL)
               END-PERFORM
           END-PERFORM.

       VALIDATE-CELLS.
      * 8 - a start or target the loaded grid does not contain; a
      * search from outside the table would index storage that is
      * not grid at all.
           IF LS-PF-START-ROW < 1 OR LS-PF-START-ROW > LS-ROW-COUNT
               OR LS-PF-START-COL < 1
               OR LS-PF-START-COL > LS-COLUMN-COUNT
               MOVE 8 TO LS-PF-RETURN-CODE
           END-IF
           IF LS-PF-TARGET-ROW NOT = ZERO
               IF LS-PF-TARGET-ROW > LS-ROW-COUNT
                   OR LS-PF-TARGET-COL < 1
                   OR LS-PF-TARGET-COL > LS-COLUMN-COUNT
                   MOVE 8 TO LS-PF-RETURN-CODE
               END-IF
           END-IF.

       CHECK-CELL-PASSABLE.
      * WS-CHECK-VALUE against the caller's rule - the result lands
      * in WS-CELL-PASSABLE.
           MOVE "NO " TO WS-CHAR-LISTED
           PERFORM VARYING WS-RULE-POS FROM 1 BY 1
               UNTIL WS-RULE-POS > 10
               IF LS-PF-RULE-CHARS (WS-RULE-POS:1) NOT = SPACE
                   AND LS-PF-RULE-CHARS (WS-RULE-POS:1)
                       = WS-CHECK-VALUE
                   MOVE "YES" TO WS-CHAR-LISTED
               END-IF
           END-PERFORM
           IF LS-PF-PASS-RULE = "O"
               MOVE WS-CHAR-LISTED TO WS-CELL-PASSABLE
           ELSE
               IF WS-CHAR-LISTED = "YES"
                   MOVE "NO " TO WS-CELL-PASSABLE
               ELSE
                   MOVE "YES" TO WS-CELL-PASSABLE
               END-IF
           END-IF
           IF LS-PF-FUNCTION = "COST " AND WS-CHECK-VALUE NOT NUMERIC
               MOVE "NO " TO WS-CELL-PASSABLE
           END-IF.

       RUN-BREADTH-FIRST.
           MOVE 1 TO WS-QUEUE-HEAD
           MOVE 1 TO WS-QUEUE-TAIL
           MOVE LS-PF-START-ROW TO WS-QE-ROW (1)
           MOVE LS-PF-START-COL TO WS-QE-COL (1)
           MOVE ZERO
               TO LS-PF-CELL-DIST (LS-PF-START-ROW LS-PF-START-COL)
           PERFORM UNTIL WS-QUEUE-HEAD > WS-QUEUE-TAIL
               MOVE WS-QE-ROW (WS-QUEUE-HEAD) TO WS-CELL-ROW
               MOVE WS-QE-COL (WS-QUEUE-HEAD) TO WS-CELL-COL
               ADD 1 TO WS-QUEUE-HEAD
               PERFORM EXPAND-ONE-BFS-CELL
           END-PERFORM
           PERFORM TALLY-BFS-RESULTS.

       EXPAND-ONE-BFS-CELL.
           MOVE LS-PF-CELL-DIST (WS-CELL-ROW WS-CELL-COL) TO WS-DIST
           ADD 1 TO WS-DIST
           CALL "GRID-NEIGHBORS" USING LS-GRID-TABLE LS-ROW-COUNT
               LS-COLUMN-COUNT WS-CELL-ROW WS-CELL-COL
               WS-NEIGHBOR-TABLE WS-NEIGHBOR-COUNT WS-NEIGHBOR-RC
           PERFORM VARYING WS-ORTHO-POS FROM 1 BY 1
               UNTIL WS-ORTHO-POS > 4
               MOVE WS-ORTHO-SLOTS (WS-ORTHO-POS:1) TO WS-SLOT
               IF WS-NEIGHBOR-VALID (WS-SLOT) = "YES"
                   MOVE WS-NEIGHBOR-ROW (WS-SLOT) TO WS-ROW
                   MOVE WS-NEIGHBOR-COL (WS-SLOT) TO WS-COL
                   IF LS-PF-CELL-DIST (WS-ROW WS-COL) < ZERO
                       MOVE WS-NEIGHBOR-VALUE (WS-SLOT)
                           TO WS-CHECK-VALUE
                       PERFORM CHECK-CELL-PASSABLE
                       IF WS-CELL-PASSABLE = "YES"
                           MOVE WS-DIST
                               TO LS-PF-CELL-DIST (WS-ROW WS-COL)
                           ADD 1 TO WS-QUEUE-TAIL
                           MOVE WS-ROW TO WS-QE-ROW (WS-QUEUE-TAIL)
                           MOVE WS-COL TO WS-QE-COL (WS-QUEUE-TAIL)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TALLY-BFS-RESULTS.
      * Exactly-N reach: a cell at distance d <= N with d and N of
      * the same parity can be stood on after N steps by stepping
      * off and back the spare moves - the grid is bipartite.
           PERFORM VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > LS-ROW-COUNT
               PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > LS-COLUMN-COUNT
                   MOVE LS-PF-CELL-DIST (WS-ROW WS-COL) TO WS-DIST
                   IF WS-DIST >= ZERO
                       ADD 1 TO LS-PF-REACHED-COUNT
                       IF LS-PF-TARGET-ROW = ZERO
                           AND WS-DIST > LS-PF-RESULT
                           MOVE WS-DIST TO LS-PF-RESULT
                       END-IF
                       IF WS-DIST <= LS-PF-STEP-TARGET
                           AND FUNCTION MOD (WS-DIST 2) =
                               FUNCTION MOD (LS-PF-STEP-TARGET 2)
                           MOVE "Y"
                               TO LS-PF-CELL-REACH (WS-ROW WS-COL)
                           ADD 1 TO LS-PF-EXACT-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF LS-PF-TARGET-ROW NOT = ZERO
               MOVE LS-PF-CELL-DIST
                   (LS-PF-TARGET-ROW LS-PF-TARGET-COL) TO WS-DIST
               IF WS-DIST < ZERO
                   MOVE 4 TO LS-PF-RETURN-CODE
               ELSE
                   MOVE WS-DIST TO LS-PF-RESULT
               END-IF
           END-IF.

       RUN-LOWEST-COST.
      * A zero minimum run means "any length"; a zero maximum means
      * no limit short of the grid edge.
           MOVE LS-PF-MIN-RUN TO WS-MIN-RUN
           IF WS-MIN-RUN = ZERO
               MOVE 1 TO WS-MIN-RUN
           END-IF
           MOVE LS-PF-MAX-RUN TO WS-MAX-RUN
           IF WS-MAX-RUN = ZERO
               MOVE 200 TO WS-MAX-RUN
           END-IF
           IF LS-PF-TARGET-ROW = ZERO OR WS-MIN-RUN > WS-MAX-RUN
               MOVE 8 TO LS-PF-RETURN-CODE
           ELSE
               PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 200
                   PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > 200
                       MOVE WS-UNREACHED
                           TO WS-BEST-AXIS (WS-ROW WS-COL 1)
                       MOVE WS-UNREACHED
                           TO WS-BEST-AXIS (WS-ROW WS-COL 2)
                   END-PERFORM
               END-PERFORM
               MOVE ZERO TO WS-HEAP-COUNT
               MOVE "NO " TO WS-HEAP-OVERFLOW
               MOVE "NO " TO WS-TARGET-FOUND
      * The start may leave along either axis - seed both.
               PERFORM VARYING WS-AXIS FROM 1 BY 1 UNTIL WS-AXIS > 2
                   MOVE ZERO TO WS-BEST-AXIS
                       (LS-PF-START-ROW LS-PF-START-COL WS-AXIS)
                   MOVE ZERO TO WS-HT-COST
                   MOVE LS-PF-START-ROW TO WS-HT-ROW
                   MOVE LS-PF-START-COL TO WS-HT-COL
                   MOVE WS-AXIS TO WS-HT-AXIS
                   PERFORM HEAP-PUSH
               END-PERFORM
               PERFORM UNTIL WS-HEAP-COUNT = ZERO
                   OR WS-TARGET-FOUND = "YES"
                   OR WS-HEAP-OVERFLOW = "YES"
                   PERFORM HEAP-POP
                   PERFORM EXPAND-ONE-COST-STATE
               END-PERFORM
               PERFORM TALLY-COST-RESULTS
           END-IF.

       EXPAND-ONE-COST-STATE.
           IF WS-POP-COST
               <= WS-BEST-AXIS (WS-POP-ROW WS-POP-COL WS-POP-AXIS)
               IF WS-POP-ROW = LS-PF-TARGET-ROW
                   AND WS-POP-COL = LS-PF-TARGET-COL
                   AND NOT (WS-POP-ROW = LS-PF-START-ROW
                       AND WS-POP-COL = LS-PF-START-COL)
                   MOVE "YES" TO WS-TARGET-FOUND
                   MOVE WS-POP-COST TO LS-PF-RESULT
               ELSE
      * Arrived vertically (axis 1) - the next run goes east or
      * west and arrives horizontally (axis 2); and the reverse.
                   IF WS-POP-AXIS = 1
                       MOVE 2 TO WS-NEXT-AXIS
                       MOVE ZERO TO WS-DIR-ROW
                   ELSE
                       MOVE 1 TO WS-NEXT-AXIS
                       MOVE ZERO TO WS-DIR-COL
                   END-IF
                   PERFORM VARYING WS-DIR-PASS FROM 1 BY 1
                       UNTIL WS-DIR-PASS > 2
                       IF WS-POP-AXIS = 1
                           IF WS-DIR-PASS = 1
                               MOVE 1 TO WS-DIR-COL
                           ELSE
                               MOVE -1 TO WS-DIR-COL
                           END-IF
                       ELSE
                           IF WS-DIR-PASS = 1
                               MOVE 1 TO WS-DIR-ROW
                           ELSE
                               MOVE -1 TO WS-DIR-ROW
                           END-IF
                       END-IF
                       PERFORM WALK-ONE-RUN
                   END-PERFORM
               END-IF
           END-IF
           IF WS-POP-ROW = LS-PF-TARGET-ROW
               AND WS-POP-COL = LS-PF-TARGET-COL
               AND WS-POP-ROW = LS-PF-START-ROW
               AND WS-POP-COL = LS-PF-START-COL
      * Start and target are the same cell - nothing to walk.
               MOVE "YES" TO WS-TARGET-FOUND
               MOVE ZERO TO LS-PF-RESULT
           END-IF.

       WALK-ONE-RUN.
      * Straight out of the popped cell for up to WS-MAX-RUN cells,
      * paying each cell's digit on entry; only a run of at least
      * WS-MIN-RUN cells may stop (and so turn) where it ends.
           MOVE WS-POP-COST TO WS-RUN-COST
           MOVE WS-POP-ROW TO WS-RUN-ROW
           MOVE WS-POP-COL TO WS-RUN-COL
           MOVE "NO " TO WS-RUN-BLOCKED
           PERFORM VARYING WS-RUN-STEP FROM 1 BY 1
               UNTIL WS-RUN-STEP > WS-MAX-RUN
               OR WS-RUN-BLOCKED = "YES"
               ADD WS-DIR-ROW TO WS-RUN-ROW
               ADD WS-DIR-COL TO WS-RUN-COL
               IF WS-RUN-ROW < 1 OR WS-RUN-ROW > LS-ROW-COUNT
                   OR WS-RUN-COL < 1 OR WS-RUN-COL > LS-COLUMN-COUNT
                   MOVE "YES" TO WS-RUN-BLOCKED
               ELSE
                   MOVE LS-GRID-CELL (WS-RUN-ROW WS-RUN-COL)
                       TO WS-CHECK-VALUE
                   PERFORM CHECK-CELL-PASSABLE
                   IF WS-CELL-PASSABLE NOT = "YES"
                       MOVE "YES" TO WS-RUN-BLOCKED
                   ELSE
                       ADD FUNCTION NUMVAL (WS-CHECK-VALUE)
                           TO WS-RUN-COST
                       IF WS-RUN-STEP >= WS-MIN-RUN
                           AND WS-RUN-COST < WS-BEST-AXIS
                               (WS-RUN-ROW WS-RUN-COL WS-NEXT-AXIS)
                           MOVE WS-RUN-COST TO WS-BEST-AXIS
                               (WS-RUN-ROW WS-RUN-COL WS-NEXT-AXIS)
                           MOVE WS-RUN-COST TO WS-HT-COST
                           MOVE WS-RUN-ROW TO WS-HT-ROW
                           MOVE WS-RUN-COL TO WS-HT-COL
                           MOVE WS-NEXT-AXIS TO WS-HT-AXIS
                           PERFORM HEAP-PUSH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TALLY-COST-RESULTS.
      * Each cell's best over both arrival axes goes back to the
      * caller, so a day can trace or print the cost surface.
           PERFORM VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > LS-ROW-COUNT
               PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > LS-COLUMN-COUNT
                   MOVE WS-BEST-AXIS (WS-ROW WS-COL 1) TO WS-DIST
                   IF WS-BEST-AXIS (WS-ROW WS-COL 2) < WS-DIST
                       MOVE WS-BEST-AXIS (WS-ROW WS-COL 2) TO WS-DIST
                   END-IF
                   IF WS-DIST < WS-UNREACHED
                       MOVE WS-DIST TO LS-PF-CELL-DIST (WS-ROW WS-COL)
                       ADD 1 TO LS-PF-REACHED-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-HEAP-OVERFLOW = "YES"
                   MOVE 12 TO LS-PF-RETURN-CODE
               WHEN WS-TARGET-FOUND NOT = "YES"
                   MOVE 4 TO LS-PF-RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       HEAP-PUSH.
      * WS-HEAP-TEMP onto the heap, sifted up to its cost order.
           IF WS-HEAP-COUNT >= WS-HEAP-LIMIT
               MOVE "YES" TO WS-HEAP-OVERFLOW
           ELSE
               ADD 1 TO WS-HEAP-COUNT
               MOVE WS-HEAP-COUNT TO WS-HEAP-POS
               MOVE "NO " TO WS-HEAP-SETTLED
               PERFORM UNTIL WS-HEAP-POS = 1
                   OR WS-HEAP-SETTLED = "YES"
                   COMPUTE WS-HEAP-PARENT = WS-HEAP-POS / 2
                   IF WS-HP-COST (WS-HEAP-PARENT) > WS-HT-COST
                       MOVE WS-HEAP-ENTRY (WS-HEAP-PARENT)
                           TO WS-HEAP-ENTRY (WS-HEAP-POS)
                       MOVE WS-HEAP-PARENT TO WS-HEAP-POS
                   ELSE
                       MOVE "YES" TO WS-HEAP-SETTLED
                   END-IF
               END-PERFORM
               MOVE WS-HEAP-TEMP TO WS-HEAP-ENTRY (WS-HEAP-POS)
           END-IF.

       HEAP-POP.
      * The cheapest entry into WS-POP-..., the last entry sifted
      * down from the root into the hole it leaves.
           MOVE WS-HP-COST (1) TO WS-POP-COST
           MOVE WS-HP-ROW (1) TO WS-POP-ROW
           MOVE WS-HP-COL (1) TO WS-POP-COL
           MOVE WS-HP-AXIS (1) TO WS-POP-AXIS
           MOVE WS-HEAP-ENTRY (WS-HEAP-COUNT) TO WS-HEAP-TEMP
           SUBTRACT 1 FROM WS-HEAP-COUNT
           IF WS-HEAP-COUNT > ZERO
               MOVE 1 TO WS-HEAP-POS
               MOVE "NO " TO WS-HEAP-SETTLED
               PERFORM UNTIL WS-HEAP-SETTLED = "YES"
                   COMPUTE WS-HEAP-CHILD = WS-HEAP-POS * 2
                   IF WS-HEAP-CHILD > WS-HEAP-COUNT
                       MOVE "YES" TO WS-HEAP-SETTLED
                   ELSE
                       IF WS-HEAP-CHILD < WS-HEAP-COUNT
                           AND WS-HP-COST (WS-HEAP-CHILD + 1)
                               < WS-HP-COST (WS-HEAP-CHILD)
                           ADD 1 TO WS-HEAP-CHILD
                       END-IF
                       IF WS-HP-COST (WS-HEAP-CHILD) < WS-HT-COST
                           MOVE WS-HEAP-ENTRY (WS-HEAP-CHILD)
                               TO WS-HEAP-ENTRY (WS-HEAP-POS)
                           MOVE WS-HEAP-CHILD TO WS-HEAP-POS
                       ELSE
                           MOVE "YES" TO WS-HEAP-SETTLED
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-HEAP-TEMP TO WS-HEAP-ENTRY (WS-HEAP-POS)
           END-IF.

       END PROGRAM GRID-PATHFINDER.
