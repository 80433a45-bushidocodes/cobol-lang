      ******************************************************************
      *    COPYBOOK:    LICPRPA
      *    PURPOSE:     Common license-protect paragraph.  Caller
      *                 must COPY LICPRWS into WORKING-STORAGE, move
      *                 the license number to WS-LPR-CLEAR, then
      *                 PERFORM 9480-PROTECT-LICENSE THRU 9480-EXIT.
      *                 The full number is kept nowhere after the
      *                 scan: the compliance log, the transaction
      *                 files, incidents and the flagged-ID file
      *                 carry only the hash, for matching, and the
      *                 masked form, for print.  The hash runs two
      *                 polynomial accumulators over the twelve
      *                 characters, each reduced by its own large
      *                 prime, and cannot be turned back into the
      *                 number; the same number always gives the
      *                 same hash at every store, so a flagged-ID
      *                 lookup on the hash finds it.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       9480-PROTECT-LICENSE.
           MOVE ZERO TO WS-LPR-HASH
           MOVE SPACES TO WS-LPR-MASKED
           IF WS-LPR-CLEAR = SPACES
               GO TO 9480-EXIT
           END-IF
           MOVE 104729 TO WS-LPR-ACCUM-HIGH
           MOVE 7919 TO WS-LPR-ACCUM-LOW
           MOVE ZERO TO WS-LPR-LENGTH
           MOVE ZERO TO WS-LPR-SUB
           PERFORM 9481-HASH-ONE-CHAR THRU 9481-EXIT
               UNTIL WS-LPR-SUB >= 12
           MOVE WS-LPR-ACCUM-HIGH TO WS-LPR-HASH-HIGH
           MOVE WS-LPR-ACCUM-LOW  TO WS-LPR-HASH-LOW
           MOVE WS-LPR-CLEAR TO WS-LPR-MASKED
           MOVE ZERO TO WS-LPR-SUB
           IF WS-LPR-LENGTH > 4
               COMPUTE WS-LPR-MASK-TO = WS-LPR-LENGTH - 4
               PERFORM 9482-MASK-ONE-CHAR THRU 9482-EXIT
                   UNTIL WS-LPR-SUB >= WS-LPR-MASK-TO
           END-IF.
       9480-EXIT.
           EXIT.

       9481-HASH-ONE-CHAR.
           ADD 1 TO WS-LPR-SUB
           IF WS-LPR-CHAR (WS-LPR-SUB) NOT = SPACE
               MOVE WS-LPR-SUB TO WS-LPR-LENGTH
           END-IF
           COMPUTE WS-LPR-ACCUM-HIGH = FUNCTION MOD
               (WS-LPR-ACCUM-HIGH * 131
                   + FUNCTION ORD (WS-LPR-CHAR (WS-LPR-SUB)),
                999999937)
           COMPUTE WS-LPR-ACCUM-LOW = FUNCTION MOD
               (WS-LPR-ACCUM-LOW * 257
                   + FUNCTION ORD (WS-LPR-CHAR (WS-LPR-SUB))
                   + WS-LPR-SUB,
                999999929).
       9481-EXIT.
           EXIT.

       9482-MASK-ONE-CHAR.
           ADD 1 TO WS-LPR-SUB
           MOVE '*' TO WS-LPR-MASK-CHAR (WS-LPR-SUB).
       9482-EXIT.
           EXIT.
