      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared integer arithmetic for the days whose answers
      * come out of cycle alignment and number theory rather than a
      * straight accumulation - Day 8's ghosts (the LCM of every
      * ghost's cycle length), Day 6's race margins (an integer
      * square root bounds the winning hold times) and Day 20's
      * button-press alignment. Every routine is safe across the full
      * signed 18-digit range: products that could run past 18 digits
      * are built by doubling and adding under the modulus, never
      * formed whole, and a result that genuinely cannot fit is
      * reported instead of wrapping silently into the ledger - the
      * same contract SEQUENCE-DIFF keeps.
      * Functions (LS-NT-FUNCTION), over LS-NT-OPERAND-A/-B and
      * LS-NT-MODULUS, answer in LS-NT-RESULT:
      *   GCD   - greatest common divisor of A and B (signs ignored;
      *           GCD of 0 and 0 is 0).
      *   LCM   - least common multiple of A and B (signs ignored;
      *           0 when either is 0).
      *   MODN  - A modulo M, always in 0..M-1 (a negative A wraps
      *           round the way a cycle position must).
      *   ADDM  - (A + B) modulo M.
      *   MULM  - (A * B) modulo M.
      *   POWM  - A to the power B modulo M (B not negative).
      *   ISQRT - the largest whole R with R * R <= A.
      * Return codes: 0 clean; 4 the result ran past 18 digits (LCM
      * only - LS-NT-RESULT must not be trusted); 8 an unknown
      * function or an operand outside the function's domain (a
      * modulus below 1, a negative exponent or square root).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMBER-THEORY.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Euclid works on magnitudes - the signs of a GCD/LCM's
      * operands never change the answer.
       01 WS-GCD-X                  PIC 9(18).
       01 WS-GCD-Y                  PIC 9(18).
       01 WS-GCD-QUOTIENT           PIC 9(18).
       01 WS-GCD-REMAINDER          PIC 9(18).
       01 WS-LCM-PART               PIC 9(18).
       01 WS-LCM-WORK               PIC S9(18).
       01 WS-OVERFLOW               PIC X(3) VALUE "NO".

      * Modular work fields - every one of them stays in 0..M-1, so
      * no intermediate needs more than 18 digits.
       01 WS-MOD-VALUE              PIC S9(18).
       01 WS-MOD-QUOTIENT           PIC S9(18).
       01 WS-MOD-REMAINDER          PIC S9(18).
       01 WS-MOD-RESULT             PIC 9(18).
       01 WS-ADD-X                  PIC 9(18).
       01 WS-ADD-Y                  PIC 9(18).
       01 WS-ADD-GAP                PIC 9(18).
       01 WS-MUL-X                  PIC 9(18).
       01 WS-MUL-Y                  PIC 9(18).
       01 WS-MUL-ACCUM              PIC 9(18).
       01 WS-MUL-HALF               PIC 9(18).
       01 WS-MUL-BIT                PIC 9(1).
       01 WS-POW-BASE               PIC 9(18).
       01 WS-POW-EXPONENT           PIC 9(18).
       01 WS-POW-ACCUM              PIC 9(18).
       01 WS-POW-BIT                PIC 9(1).

      * Newton's iteration for the integer square root, started at
      * A / 2 + 1 - never below the root, never near 18 digits.
       01 WS-ROOT-X                 PIC 9(18).
       01 WS-ROOT-Y                 PIC 9(18).

       LINKAGE SECTION.
       01 LS-NT-PARMS.
          05 LS-NT-FUNCTION         PIC X(5).
          05 LS-NT-OPERAND-A        PIC S9(18).
          05 LS-NT-OPERAND-B        PIC S9(18).
          05 LS-NT-MODULUS          PIC S9(18).
          05 LS-NT-RESULT           PIC S9(18).
          05 LS-NT-RETURN-CODE      PIC 99.

       PROCEDURE DIVISION USING LS-NT-PARMS.
       MAIN-PROCEDURE.
           MOVE ZERO TO LS-NT-RETURN-CODE
           MOVE ZERO TO LS-NT-RESULT
           EVALUATE LS-NT-FUNCTION
               WHEN "GCD  "
                   PERFORM COMPUTE-GCD
                   MOVE WS-GCD-X TO LS-NT-RESULT
               WHEN "LCM  "
                   PERFORM COMPUTE-LCM
               WHEN "MODN "
                   IF LS-NT-MODULUS < 1
                       MOVE 8 TO LS-NT-RETURN-CODE
                   ELSE
                       MOVE LS-NT-OPERAND-A TO WS-MOD-VALUE
                       PERFORM REDUCE-MODULO
                       MOVE WS-MOD-RESULT TO LS-NT-RESULT
                   END-IF
               WHEN "ADDM "
                   IF LS-NT-MODULUS < 1
                       MOVE 8 TO LS-NT-RETURN-CODE
                   ELSE
                       PERFORM REDUCE-BOTH-OPERANDS
                       PERFORM ADD-UNDER-MODULUS
                       MOVE WS-ADD-X TO LS-NT-RESULT
                   END-IF
               WHEN "MULM "
                   IF LS-NT-MODULUS < 1
                       MOVE 8 TO LS-NT-RETURN-CODE
                   ELSE
                       PERFORM REDUCE-BOTH-OPERANDS
                       MOVE WS-ADD-X TO WS-MUL-X
                       MOVE WS-ADD-Y TO WS-MUL-Y
                       PERFORM MULTIPLY-UNDER-MODULUS
                       MOVE WS-MUL-ACCUM TO LS-NT-RESULT
                   END-IF
               WHEN "POWM "
                   IF LS-NT-MODULUS < 1 OR LS-NT-OPERAND-B < ZERO
                       MOVE 8 TO LS-NT-RETURN-CODE
                   ELSE
                       PERFORM COMPUTE-POWER-MODULO
                       MOVE WS-POW-ACCUM TO LS-NT-RESULT
                   END-IF
               WHEN "ISQRT"
                   IF LS-NT-OPERAND-A < ZERO
                       MOVE 8 TO LS-NT-RETURN-CODE
                   ELSE
                       PERFORM COMPUTE-INTEGER-ROOT
                       MOVE WS-ROOT-X TO LS-NT-RESULT
                   END-IF
               WHEN OTHER
                   MOVE 8 TO LS-NT-RETURN-CODE
           END-EVALUATE
           GOBACK.

       COMPUTE-GCD.
      * Euclid on the magnitudes; WS-GCD-X holds the answer.
           IF LS-NT-OPERAND-A < ZERO
               COMPUTE WS-GCD-X = ZERO - LS-NT-OPERAND-A
           ELSE
               MOVE LS-NT-OPERAND-A TO WS-GCD-X
           END-IF
           IF LS-NT-OPERAND-B < ZERO
               COMPUTE WS-GCD-Y = ZERO - LS-NT-OPERAND-B
           ELSE
               MOVE LS-NT-OPERAND-B TO WS-GCD-Y
           END-IF
           PERFORM UNTIL WS-GCD-Y = ZERO
               DIVIDE WS-GCD-X BY WS-GCD-Y GIVING WS-GCD-QUOTIENT
                   REMAINDER WS-GCD-REMAINDER
               MOVE WS-GCD-Y TO WS-GCD-X
               MOVE WS-GCD-REMAINDER TO WS-GCD-Y
           END-PERFORM.

       COMPUTE-LCM.
      * Divide before multiplying - A / GCD is exact and no larger
      * than A, so only the final product can overflow, and that is
      * caught rather than wrapped.
           PERFORM COMPUTE-GCD
           IF WS-GCD-X = ZERO
               MOVE ZERO TO LS-NT-RESULT
           ELSE
               MOVE "NO " TO WS-OVERFLOW
               IF LS-NT-OPERAND-A < ZERO
                   COMPUTE WS-LCM-PART = (ZERO - LS-NT-OPERAND-A)
                       / WS-GCD-X
               ELSE
                   COMPUTE WS-LCM-PART = LS-NT-OPERAND-A / WS-GCD-X
               END-IF
               IF LS-NT-OPERAND-B < ZERO
                   COMPUTE WS-LCM-WORK = WS-LCM-PART
                       * (ZERO - LS-NT-OPERAND-B)
                       ON SIZE ERROR
                           MOVE "YES" TO WS-OVERFLOW
                   END-COMPUTE
               ELSE
                   COMPUTE WS-LCM-WORK = WS-LCM-PART * LS-NT-OPERAND-B
                       ON SIZE ERROR
                           MOVE "YES" TO WS-OVERFLOW
                   END-COMPUTE
               END-IF
               IF WS-OVERFLOW = "YES"
                   MOVE ZERO TO LS-NT-RESULT
                   MOVE 4 TO LS-NT-RETURN-CODE
               ELSE
                   MOVE WS-LCM-WORK TO LS-NT-RESULT
               END-IF
           END-IF.

       REDUCE-MODULO.
      * WS-MOD-VALUE into 0..M-1 in WS-MOD-RESULT. DIVIDE truncates
      * toward zero, so a negative value's remainder comes back
      * negative and is lifted by one modulus.
           DIVIDE WS-MOD-VALUE BY LS-NT-MODULUS
               GIVING WS-MOD-QUOTIENT REMAINDER WS-MOD-REMAINDER
           IF WS-MOD-REMAINDER < ZERO
               ADD LS-NT-MODULUS TO WS-MOD-REMAINDER
           END-IF
           MOVE WS-MOD-REMAINDER TO WS-MOD-RESULT.

       REDUCE-BOTH-OPERANDS.
           MOVE LS-NT-OPERAND-A TO WS-MOD-VALUE
           PERFORM REDUCE-MODULO
           MOVE WS-MOD-RESULT TO WS-ADD-X
           MOVE LS-NT-OPERAND-B TO WS-MOD-VALUE
           PERFORM REDUCE-MODULO
           MOVE WS-MOD-RESULT TO WS-ADD-Y.

       ADD-UNDER-MODULUS.
      * WS-ADD-X = (WS-ADD-X + WS-ADD-Y) mod M, both already in
      * 0..M-1. The sum is never formed when it would reach M - the
      * gap to M is compared instead, so nothing passes 18 digits.
           COMPUTE WS-ADD-GAP = LS-NT-MODULUS - WS-ADD-Y
           IF WS-ADD-X >= WS-ADD-GAP
               SUBTRACT WS-ADD-GAP FROM WS-ADD-X
           ELSE
               ADD WS-ADD-Y TO WS-ADD-X
           END-IF.

       MULTIPLY-UNDER-MODULUS.
      * Double-and-add: walk WS-MUL-Y's bits low to high, adding the
      * running doubled WS-MUL-X into the accumulator on every set
      * bit. Every step is an ADD-UNDER-MODULUS, so a product of two
      * 18-digit residues never has to exist.
           MOVE ZERO TO WS-MUL-ACCUM
           PERFORM UNTIL WS-MUL-Y = ZERO
               DIVIDE WS-MUL-Y BY 2 GIVING WS-MUL-HALF
                   REMAINDER WS-MUL-BIT
               IF WS-MUL-BIT = 1
                   MOVE WS-MUL-ACCUM TO WS-ADD-X
                   MOVE WS-MUL-X TO WS-ADD-Y
                   PERFORM ADD-UNDER-MODULUS
                   MOVE WS-ADD-X TO WS-MUL-ACCUM
               END-IF
               MOVE WS-MUL-X TO WS-ADD-X
               MOVE WS-MUL-X TO WS-ADD-Y
               PERFORM ADD-UNDER-MODULUS
               MOVE WS-ADD-X TO WS-MUL-X
               MOVE WS-MUL-HALF TO WS-MUL-Y
           END-PERFORM.

       COMPUTE-POWER-MODULO.
      * Square-and-multiply over the exponent's bits, each product
      * through MULTIPLY-UNDER-MODULUS. Anything to the power 0 is
      * 1, except that every residue modulo 1 is 0.
           MOVE LS-NT-OPERAND-A TO WS-MOD-VALUE
           PERFORM REDUCE-MODULO
           MOVE WS-MOD-RESULT TO WS-POW-BASE
           MOVE LS-NT-OPERAND-B TO WS-POW-EXPONENT
           MOVE 1 TO WS-MOD-VALUE
           PERFORM REDUCE-MODULO
           MOVE WS-MOD-RESULT TO WS-POW-ACCUM
           PERFORM UNTIL WS-POW-EXPONENT = ZERO
               DIVIDE WS-POW-EXPONENT BY 2 GIVING WS-POW-EXPONENT
                   REMAINDER WS-POW-BIT
               IF WS-POW-BIT = 1
                   MOVE WS-POW-ACCUM TO WS-MUL-X
                   MOVE WS-POW-BASE TO WS-MUL-Y
                   PERFORM MULTIPLY-UNDER-MODULUS
                   MOVE WS-MUL-ACCUM TO WS-POW-ACCUM
               END-IF
               MOVE WS-POW-BASE TO WS-MUL-X
               MOVE WS-POW-BASE TO WS-MUL-Y
               PERFORM MULTIPLY-UNDER-MODULUS
               MOVE WS-MUL-ACCUM TO WS-POW-BASE
           END-PERFORM.

       COMPUTE-INTEGER-ROOT.
      * Newton from above: each step X' = (X + A / X) / 2 shrinks
      * toward the root, and the first step that fails to shrink
      * leaves the floor of the root in WS-ROOT-X.
           IF LS-NT-OPERAND-A < 2
               MOVE LS-NT-OPERAND-A TO WS-ROOT-X
           ELSE
               COMPUTE WS-ROOT-X = LS-NT-OPERAND-A / 2 + 1
               COMPUTE WS-ROOT-Y =
                   (WS-ROOT-X + LS-NT-OPERAND-A / WS-ROOT-X) / 2
               PERFORM UNTIL WS-ROOT-Y >= WS-ROOT-X
                   MOVE WS-ROOT-Y TO WS-ROOT-X
                   COMPUTE WS-ROOT-Y =
                       (WS-ROOT-X + LS-NT-OPERAND-A / WS-ROOT-X) / 2
               END-PERFORM
           END-IF.

       END PROGRAM NUMBER-THEORY.
