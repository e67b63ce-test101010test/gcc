       *> { dg-do compile }

      *> RNDORACLE -- independent reference oracle for the rounding
      *> engine.  rndengine is the single implementation of the
      *> mode/operation matrix, and every number the suite certifies
      *> comes from the runtime's own ROUNDED MODE phrase -- so the
      *> suite can only ever prove the runtime agrees with itself,
      *> plus whatever expected values were keyed by hand.  This
      *> subprogram computes the same answers a second way that
      *> shares nothing with the phrase under test: no ROUNDED
      *> anywhere, only whole-number arithmetic on scaled digits.
      *>
      *> The caller's RNDCOMP area is read exactly as rndengine
      *> reads it (same mode, operation, scale and operands; same
      *> result fields and status codes), so any program can CALL
      *> the two in turn with one area and compare.  The method:
      *>   1. the operands become whole numbers -- the input in
      *>      thousandths, the second operand in hundred-thousandths
      *>      -- and the exact result at the target scale is stated
      *>      as one whole numerator over one whole denominator
      *>      (a quotient is never formed as a decimal);
      *>   2. a whole-number DIVIDE gives the truncated result and
      *>      the remainder; twice the remainder against the
      *>      denominator places the discarded part below, on or
      *>      above one half of the last place;
      *>   3. each mode's rule then either keeps the truncated
      *>      result or steps it one unit away from zero.
      *> A divide by zero, any rounding demanded under PROHIBITED,
      *> and a result too large for the seven integer digits of the
      *> result fields come back as RCOMP-SIZE-ERROR, as they do
      *> from the engine.  An unrecognized scale is treated as "C",
      *> matching the engine's fall-through.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rndoracle.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SCALE-FACTOR       PIC 9(4).
       01  WS-INT-INPUT          PIC S9(10).
       01  WS-INT-OPND2          PIC S9(10).
      *> Wide enough for the largest numerator: a product of the
      *> two scaled operands (twenty digits) times the scale factor.
       01  WS-NUMERATOR          PIC S9(25).
       01  WS-DENOMINATOR        PIC S9(25).
       01  WS-QUOTIENT           PIC S9(25).
       01  WS-REMAINDER          PIC S9(25).
       01  WS-TWICE-REM          PIC S9(25).
       01  WS-HALF-QUOT          PIC S9(25).
       01  WS-HALF-REM           PIC S9(1).
       01  WS-LIMIT              PIC S9(11).
      *> One unit of the last place, signed like the exact value:
      *> what "away from zero" adds to the truncated result.
       01  WS-STEP               PIC S9(1).
       01  WS-RESIDUE-SW         PIC X(1).
           88  WS-RESIDUE-NONE       VALUE "E".
           88  WS-RESIDUE-BELOW      VALUE "B".
           88  WS-RESIDUE-HALF       VALUE "T".
           88  WS-RESIDUE-ABOVE      VALUE "A".
       LINKAGE SECTION.
       01  LS-COMPUTE-AREA.
           COPY RNDCOMP.
       PROCEDURE DIVISION USING LS-COMPUTE-AREA.
       0100-DISPATCH.
           SET RCOMP-OK TO TRUE
           MOVE 0 TO RCOMP-RESULT-DIGIT
           MOVE 0 TO RCOMP-RESULT-CURR
           MOVE 0 TO RCOMP-RESULT-MIL
           PERFORM 1000-CHECK-MODE
           IF RCOMP-OK
               PERFORM 2000-STATE-EXACT-VALUE
           END-IF
           IF RCOMP-OK
               PERFORM 3000-DIVIDE-OUT
           END-IF
           IF RCOMP-OK
               PERFORM 4000-APPLY-MODE
           END-IF
           IF RCOMP-OK
               PERFORM 5000-STORE-RESULT
           END-IF
           GOBACK.

       1000-CHECK-MODE.
           EVALUATE RCOMP-MODE
               WHEN "AWAY-FROM-ZERO"
               WHEN "NEAREST-EVEN"
               WHEN "NEAREST-AWAY-FROM-ZERO"
               WHEN "NEAREST-TOWARD-ZERO"
               WHEN "TOWARD-GREATER"
               WHEN "TOWARD-LESSER"
               WHEN "PROHIBITED"
               WHEN "TRUNCATION"
                   CONTINUE
               WHEN OTHER
                   SET RCOMP-BAD-MODE TO TRUE
           END-EVALUATE.

      *> The exact result times the scale factor is
      *> WS-NUMERATOR / WS-DENOMINATOR, the denominator kept
      *> positive so the numerator carries the sign:
      *>   assign    input x F / 1000
      *>   add/sub   (input x 100 +/- opnd2) x F / 100000
      *>   multiply  input x opnd2 x F / 100000000
      *>   divide    input x 100 x F / opnd2
      *> where input and opnd2 are the whole-number forms above and
      *> F is 1, 100 or 1000 for scale 0, 2 or 3.
       2000-STATE-EXACT-VALUE.
           EVALUATE TRUE
               WHEN RCOMP-IS-DIGIT OR RCOMP-IS-UNIT
                   MOVE 1 TO WS-SCALE-FACTOR
               WHEN RCOMP-IS-MIL
                   MOVE 1000 TO WS-SCALE-FACTOR
               WHEN OTHER
                   MOVE 100 TO WS-SCALE-FACTOR
           END-EVALUATE
           COMPUTE WS-INT-INPUT = RCOMP-INPUT * 1000
           COMPUTE WS-INT-OPND2 = RCOMP-OPND2 * 100000
           EVALUATE TRUE
               WHEN RCOMP-OP-ASSIGN
                   COMPUTE WS-NUMERATOR
                       = WS-INT-INPUT * WS-SCALE-FACTOR
                   MOVE 1000 TO WS-DENOMINATOR
               WHEN RCOMP-OP-ADD
                   COMPUTE WS-NUMERATOR
                       = (WS-INT-INPUT * 100 + WS-INT-OPND2)
                       * WS-SCALE-FACTOR
                   MOVE 100000 TO WS-DENOMINATOR
               WHEN RCOMP-OP-SUBTRACT
                   COMPUTE WS-NUMERATOR
                       = (WS-INT-INPUT * 100 - WS-INT-OPND2)
                       * WS-SCALE-FACTOR
                   MOVE 100000 TO WS-DENOMINATOR
               WHEN RCOMP-OP-MULTIPLY
                   COMPUTE WS-NUMERATOR
                       = WS-INT-INPUT * WS-INT-OPND2
                       * WS-SCALE-FACTOR
                   MOVE 100000000 TO WS-DENOMINATOR
               WHEN RCOMP-OP-DIVIDE
                   IF WS-INT-OPND2 = 0
                       SET RCOMP-SIZE-ERROR TO TRUE
                   ELSE
                       COMPUTE WS-NUMERATOR
                           = WS-INT-INPUT * 100 * WS-SCALE-FACTOR
                       MOVE WS-INT-OPND2 TO WS-DENOMINATOR
                       IF WS-DENOMINATOR < 0
                           COMPUTE WS-DENOMINATOR
                               = 0 - WS-DENOMINATOR
                           COMPUTE WS-NUMERATOR = 0 - WS-NUMERATOR
                       END-IF
                   END-IF
               WHEN OTHER
                   SET RCOMP-BAD-OPCODE TO TRUE
           END-EVALUATE.

      *> Whole-number DIVIDE truncates toward zero and leaves the
      *> remainder signed like the numerator.
       3000-DIVIDE-OUT.
           DIVIDE WS-DENOMINATOR INTO WS-NUMERATOR
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           IF WS-NUMERATOR < 0
               MOVE -1 TO WS-STEP
           ELSE
               MOVE 1 TO WS-STEP
           END-IF
           COMPUTE WS-TWICE-REM = WS-REMAINDER * 2
           IF WS-TWICE-REM < 0
               COMPUTE WS-TWICE-REM = 0 - WS-TWICE-REM
           END-IF
           EVALUATE TRUE
               WHEN WS-REMAINDER = 0
                   SET WS-RESIDUE-NONE TO TRUE
               WHEN WS-TWICE-REM < WS-DENOMINATOR
                   SET WS-RESIDUE-BELOW TO TRUE
               WHEN WS-TWICE-REM = WS-DENOMINATOR
                   SET WS-RESIDUE-HALF TO TRUE
               WHEN OTHER
                   SET WS-RESIDUE-ABOVE TO TRUE
           END-EVALUATE.

      *> The truncated result is already the answer for an exact
      *> value and for TRUNCATION; every other rule decides only
      *> whether to step one unit away from zero.  TOWARD-GREATER
      *> steps a positive value up (a negative one is already
      *> truncated upward), TOWARD-LESSER the mirror image.
       4000-APPLY-MODE.
           IF NOT WS-RESIDUE-NONE
               EVALUATE RCOMP-MODE
                   WHEN "AWAY-FROM-ZERO"
                       ADD WS-STEP TO WS-QUOTIENT
                   WHEN "NEAREST-EVEN"
                       PERFORM 4100-NEAREST-EVEN
                   WHEN "NEAREST-AWAY-FROM-ZERO"
                       IF NOT WS-RESIDUE-BELOW
                           ADD WS-STEP TO WS-QUOTIENT
                       END-IF
                   WHEN "NEAREST-TOWARD-ZERO"
                       IF WS-RESIDUE-ABOVE
                           ADD WS-STEP TO WS-QUOTIENT
                       END-IF
                   WHEN "TOWARD-GREATER"
                       IF WS-STEP > 0
                           ADD WS-STEP TO WS-QUOTIENT
                       END-IF
                   WHEN "TOWARD-LESSER"
                       IF WS-STEP < 0
                           ADD WS-STEP TO WS-QUOTIENT
                       END-IF
                   WHEN "PROHIBITED"
                       SET RCOMP-SIZE-ERROR TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> On the tie, step only when the truncated result is odd.
       4100-NEAREST-EVEN.
           EVALUATE TRUE
               WHEN WS-RESIDUE-ABOVE
                   ADD WS-STEP TO WS-QUOTIENT
               WHEN WS-RESIDUE-HALF
                   DIVIDE WS-QUOTIENT BY 2
                       GIVING WS-HALF-QUOT REMAINDER WS-HALF-REM
                   IF WS-HALF-REM NOT = 0
                       ADD WS-STEP TO WS-QUOTIENT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The result fields hold seven integer digits at every scale,
      *> so the rounded value in last-place units must stay under
      *> 10,000,000 times the scale factor.  Dividing back down by
      *> the factor is exact -- the value is whole in those units.
       5000-STORE-RESULT.
           COMPUTE WS-LIMIT = 10000000 * WS-SCALE-FACTOR
           IF WS-QUOTIENT >= WS-LIMIT
             OR WS-QUOTIENT <= 0 - WS-LIMIT
               SET RCOMP-SIZE-ERROR TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN RCOMP-IS-DIGIT OR RCOMP-IS-UNIT
                       MOVE WS-QUOTIENT TO RCOMP-RESULT-DIGIT
                   WHEN RCOMP-IS-MIL
                       COMPUTE RCOMP-RESULT-MIL = WS-QUOTIENT / 1000
                   WHEN OTHER
                       COMPUTE RCOMP-RESULT-CURR = WS-QUOTIENT / 100
               END-EVALUATE
           END-IF.
