      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lattice-polygon measurements for the days whose
      * answer is the size of a closed loop rather than a walk over
      * a grid - Day 18's dig plan, whose Part 2 coordinates run far
      * past anything GRID-LOADER's 200 x 200 table could hold, and
      * Day 10's enclosed-tile count (the pipe loop's tiles handed
      * over as vertices). The caller hands over the loop either as
      * its corner points or as the moves that trace it; this module
      * returns the shoelace area, the boundary length in lattice
      * points, and the count of lattice points strictly inside by
      * Pick's theorem (interior = area - boundary / 2 + 1). No grid
      * is ever built, so the size of the coordinates costs nothing
      * but digits. Coordinates, products and sums are signed 18-digit
      * throughout, and a figure that will not fit is reported
      * instead of wrapping silently into the ledger - the same
      * contract SEQUENCE-DIFF keeps.
      * Functions (LS-PA-FUNCTION), over the LS-PA-POINT-COUNT
      * entries of LS-PA-POINT-TABLE:
      *   VRTX - each entry is a vertex (LS-PA-X, LS-PA-Y) in the
      *          order the loop visits them; the last joins back to
      *          the first. An edge need not be level - its boundary
      *          points are the GCD of its two spans.
      *   MOVE - each entry is a step (LS-PA-DIRECTION U, D, L or R,
      *          LS-PA-LENGTH not negative) taken from the origin;
      *          the steps must bring the walk back to where it
      *          started.
      * Outputs: LS-PA-TWICE-AREA (the shoelace sum, made positive
      * whichever way the loop runs), LS-PA-AREA (half of it - it
      * ends in .5 only for a loop with sloping edges),
      * LS-PA-BOUNDARY and LS-PA-INTERIOR. Day 18's lagoon is the
      * interior plus the boundary.
      * Return codes: 0 clean; 4 a coordinate, product or sum ran
      * past 18 digits (the outputs must not be trusted); 8 an
      * unknown function, an empty or oversize point count, a
      * direction other than U/D/L/R, a negative length, fewer than
      * three vertices, or moves that do not close the loop. On 4
      * and 8 the outputs are left at zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYGON-AREA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * One edge at a time - its two ends, and what it adds to the
      * shoelace sum and the boundary.
       01 WS-FROM-X                 PIC S9(18).
       01 WS-FROM-Y                 PIC S9(18).
       01 WS-TO-X                   PIC S9(18).
       01 WS-TO-Y                   PIC S9(18).
       01 WS-EDGE-TERM              PIC S9(18).
       01 WS-EDGE-POINTS            PIC S9(18).
       01 WS-SHOELACE-SUM           PIC S9(18).
       01 WS-BOUNDARY-SUM           PIC S9(18).
       01 WS-TWICE-INTERIOR         PIC S9(18).
       01 WS-K                      PIC 9(5).
       01 WS-NEXT-K                 PIC 9(5).
       01 WS-OVERFLOW               PIC X(3) VALUE "NO".
       01 WS-BAD-INPUT              PIC X(3) VALUE "NO".

      * NUMBER-THEORY interface - a sloping edge's boundary points
      * are the GCD of its horizontal and vertical spans.
       01 WS-NT-PARMS.
          05 WS-NT-FUNCTION         PIC X(5).
          05 WS-NT-OPERAND-A        PIC S9(18).
          05 WS-NT-OPERAND-B        PIC S9(18).
          05 WS-NT-MODULUS          PIC S9(18).
          05 WS-NT-RESULT           PIC S9(18).
          05 WS-NT-RETURN-CODE      PIC 99.

       LINKAGE SECTION.
       01 LS-PA-PARMS.
          05 LS-PA-FUNCTION         PIC X(4).
          05 LS-PA-POINT-COUNT      PIC 9(5).
          05 LS-PA-TWICE-AREA       PIC S9(18).
          05 LS-PA-AREA             PIC S9(17)V9.
          05 LS-PA-BOUNDARY         PIC S9(18).
          05 LS-PA-INTERIOR         PIC S9(18).
          05 LS-PA-RETURN-CODE      PIC 99.
          05 LS-PA-POINT-TABLE.
             10 LS-PA-POINT OCCURS 20000 TIMES
                 INDEXED BY LS-PA-IDX.
                15 LS-PA-VERTEX.
                   20 LS-PA-X       PIC S9(18).
                   20 LS-PA-Y       PIC S9(18).
                15 LS-PA-STEP REDEFINES LS-PA-VERTEX.
                   20 LS-PA-DIRECTION PIC X(1).
                   20 LS-PA-LENGTH  PIC S9(18).
                   20 FILLER        PIC X(17).

       PROCEDURE DIVISION USING LS-PA-PARMS.
       MAIN-PROCEDURE.
           MOVE ZERO TO LS-PA-RETURN-CODE
           MOVE ZERO TO LS-PA-TWICE-AREA
           MOVE ZERO TO LS-PA-AREA
           MOVE ZERO TO LS-PA-BOUNDARY
           MOVE ZERO TO LS-PA-INTERIOR
           MOVE ZERO TO WS-SHOELACE-SUM
           MOVE ZERO TO WS-BOUNDARY-SUM
           MOVE "NO " TO WS-OVERFLOW
           MOVE "NO " TO WS-BAD-INPUT
           IF LS-PA-POINT-COUNT = ZERO OR LS-PA-POINT-COUNT > 20000
      * 8 - no loop to measure, or a count no 20000-slot table can
      * back.
               MOVE 8 TO LS-PA-RETURN-CODE
           ELSE
               EVALUATE LS-PA-FUNCTION
                   WHEN "VRTX"
                       PERFORM WALK-VERTICES
                   WHEN "MOVE"
                       PERFORM WALK-MOVES
                   WHEN OTHER
                       MOVE "YES" TO WS-BAD-INPUT
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-BAD-INPUT = "YES"
                       MOVE 8 TO LS-PA-RETURN-CODE
                   WHEN WS-OVERFLOW = "YES"
                       MOVE 4 TO LS-PA-RETURN-CODE
                   WHEN OTHER
                       PERFORM APPLY-PICKS-THEOREM
                       IF WS-OVERFLOW = "YES"
                           MOVE 4 TO LS-PA-RETURN-CODE
                           MOVE ZERO TO LS-PA-TWICE-AREA
                           MOVE ZERO TO LS-PA-AREA
                           MOVE ZERO TO LS-PA-BOUNDARY
                           MOVE ZERO TO LS-PA-INTERIOR
                       END-IF
               END-EVALUATE
           END-IF
           GOBACK.

       WALK-VERTICES.
      * Edge k runs from vertex k to vertex k+1, the last edge back
      * to vertex 1. A loop that already repeats its first vertex at
      * the end just adds one empty edge. Fewer than three vertices
      * enclose nothing.
           IF LS-PA-POINT-COUNT < 3
               MOVE "YES" TO WS-BAD-INPUT
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > LS-PA-POINT-COUNT
               OR WS-OVERFLOW = "YES" OR WS-BAD-INPUT = "YES"
               IF WS-K = LS-PA-POINT-COUNT
                   MOVE 1 TO WS-NEXT-K
               ELSE
                   COMPUTE WS-NEXT-K = WS-K + 1
               END-IF
               MOVE LS-PA-X (WS-K) TO WS-FROM-X
               MOVE LS-PA-Y (WS-K) TO WS-FROM-Y
               MOVE LS-PA-X (WS-NEXT-K) TO WS-TO-X
               MOVE LS-PA-Y (WS-NEXT-K) TO WS-TO-Y
               PERFORM COUNT-EDGE-POINTS
               IF WS-OVERFLOW NOT = "YES"
                   PERFORM ADD-EDGE
               END-IF
           END-PERFORM.

       COUNT-EDGE-POINTS.
      * Lattice points on the edge, counting one end and not the
      * other - the GCD of the spans (for a level edge, its length).
           COMPUTE WS-NT-OPERAND-A = WS-TO-X - WS-FROM-X
               ON SIZE ERROR
                   MOVE "YES" TO WS-OVERFLOW
           END-COMPUTE
           COMPUTE WS-NT-OPERAND-B = WS-TO-Y - WS-FROM-Y
               ON SIZE ERROR
                   MOVE "YES" TO WS-OVERFLOW
           END-COMPUTE
           IF WS-OVERFLOW NOT = "YES"
               MOVE "GCD  " TO WS-NT-FUNCTION
               MOVE ZERO TO WS-NT-MODULUS
               CALL "NUMBER-THEORY" USING WS-NT-PARMS
               MOVE WS-NT-RESULT TO WS-EDGE-POINTS
           END-IF.

       WALK-MOVES.
      * Each step moves the pen from (WS-FROM-X, WS-FROM-Y); the
      * origin is both where the walk starts and where it must end.
           MOVE ZERO TO WS-TO-X
           MOVE ZERO TO WS-TO-Y
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > LS-PA-POINT-COUNT
               OR WS-OVERFLOW = "YES" OR WS-BAD-INPUT = "YES"
               MOVE WS-TO-X TO WS-FROM-X
               MOVE WS-TO-Y TO WS-FROM-Y
               IF LS-PA-LENGTH (WS-K) < ZERO
                   MOVE "YES" TO WS-BAD-INPUT
               ELSE
                   PERFORM TAKE-ONE-STEP
               END-IF
               IF WS-OVERFLOW NOT = "YES" AND WS-BAD-INPUT NOT = "YES"
                   MOVE LS-PA-LENGTH (WS-K) TO WS-EDGE-POINTS
                   PERFORM ADD-EDGE
               END-IF
           END-PERFORM
           IF WS-OVERFLOW NOT = "YES" AND WS-BAD-INPUT NOT = "YES"
               IF WS-TO-X NOT = ZERO OR WS-TO-Y NOT = ZERO
      * An open walk has no inside - a dropped or mis-read step
      * shows up here rather than as a plausible wrong area.
                   MOVE "YES" TO WS-BAD-INPUT
               END-IF
           END-IF.

       TAKE-ONE-STEP.
      * Right and down are the positive directions; the area is made
      * positive at the end, so which way the loop turns is
      * immaterial.
           EVALUATE LS-PA-DIRECTION (WS-K)
               WHEN "R"
                   ADD LS-PA-LENGTH (WS-K) TO WS-TO-X
                       ON SIZE ERROR
                           MOVE "YES" TO WS-OVERFLOW
                   END-ADD
               WHEN "L"
                   SUBTRACT LS-PA-LENGTH (WS-K) FROM WS-TO-X
                       ON SIZE ERROR
                           MOVE "YES" TO WS-OVERFLOW
                   END-SUBTRACT
               WHEN "D"
                   ADD LS-PA-LENGTH (WS-K) TO WS-TO-Y
                       ON SIZE ERROR
                           MOVE "YES" TO WS-OVERFLOW
                   END-ADD
               WHEN "U"
                   SUBTRACT LS-PA-LENGTH (WS-K) FROM WS-TO-Y
                       ON SIZE ERROR
                           MOVE "YES" TO WS-OVERFLOW
                   END-SUBTRACT
               WHEN OTHER
                   MOVE "YES" TO WS-BAD-INPUT
           END-EVALUATE.

       ADD-EDGE.
      * Shoelace term x1*y2 - x2*y1, and the edge's boundary points.
           COMPUTE WS-EDGE-TERM = WS-FROM-X * WS-TO-Y
               - WS-TO-X * WS-FROM-Y
               ON SIZE ERROR
                   MOVE "YES" TO WS-OVERFLOW
           END-COMPUTE
           IF WS-OVERFLOW NOT = "YES"
               ADD WS-EDGE-TERM TO WS-SHOELACE-SUM
                   ON SIZE ERROR
                       MOVE "YES" TO WS-OVERFLOW
               END-ADD
               ADD WS-EDGE-POINTS TO WS-BOUNDARY-SUM
                   ON SIZE ERROR
                       MOVE "YES" TO WS-OVERFLOW
               END-ADD
           END-IF.

       APPLY-PICKS-THEOREM.
      * 2I = 2A - B + 2. Twice the area and the boundary always share
      * a parity on a lattice, so the halving is exact.
           IF WS-SHOELACE-SUM < ZERO
               COMPUTE LS-PA-TWICE-AREA = ZERO - WS-SHOELACE-SUM
           ELSE
               MOVE WS-SHOELACE-SUM TO LS-PA-TWICE-AREA
           END-IF
           COMPUTE LS-PA-AREA = LS-PA-TWICE-AREA / 2
           MOVE WS-BOUNDARY-SUM TO LS-PA-BOUNDARY
           COMPUTE WS-TWICE-INTERIOR =
               LS-PA-TWICE-AREA - WS-BOUNDARY-SUM + 2
               ON SIZE ERROR
                   MOVE "YES" TO WS-OVERFLOW
           END-COMPUTE
           IF WS-OVERFLOW NOT = "YES"
               COMPUTE LS-PA-INTERIOR = WS-TWICE-INTERIOR / 2
           END-IF.

       END PROGRAM POLYGON-AREA.
