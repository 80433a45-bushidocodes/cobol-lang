      ******************************************************************
      *    COPYBOOK:    TGTGNPA
      *    PURPOSE:     Common GuessingGame target generator.  Caller
      *                 must COPY TGTGNWS into WORKING-STORAGE, set
      *                 the seed and range, then PERFORM
      *                 9330-GENERATE-TARGET THRU 9330-EXIT.  The
      *                 generator is the Lehmer "minimal standard"
      *                 (multiplier 16807, modulus 2**31 - 1), run
      *                 three steps from the seed so that nearby
      *                 seeds do not give nearby targets, and the
      *                 state is reduced onto the range.  A zero
      *                 seed is taken as one.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       9330-GENERATE-TARGET.
           MOVE WS-GEN-SEED TO WS-GEN-STATE
           IF WS-GEN-STATE = ZERO
               MOVE 1 TO WS-GEN-STATE
           END-IF
           MOVE ZERO TO WS-GEN-STEP
           PERFORM 9335-STEP-GENERATOR THRU 9335-EXIT
               UNTIL WS-GEN-STEP >= 3
           COMPUTE WS-GEN-RANGE = WS-GEN-HIGH - WS-GEN-LOW + 1
           COMPUTE WS-GEN-TARGET = WS-GEN-LOW
               + FUNCTION MOD(WS-GEN-STATE, WS-GEN-RANGE).
       9330-EXIT.
           EXIT.

       9335-STEP-GENERATOR.
           ADD 1 TO WS-GEN-STEP
           COMPUTE WS-GEN-STATE =
               FUNCTION MOD(WS-GEN-STATE * 16807, 2147483647).
       9335-EXIT.
           EXIT.
