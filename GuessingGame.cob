      *                      round's range size, so the convergence
      *                      report can measure play against the
      *                      optimal halving strategy.
      *      2026-10-15  DF  A blank or zero target on the
      *                      configuration record is now generated
      *                      from a seed (TGTGNPA) - GCF-SEED when
      *                      keyed, else one taken off the date,
      *                      clock and round count.  The seed,
      *                      target and whether it was keyed or
      *                      generated go on every round-history
      *                      record, so the fairness audit can
      *                      replay any round.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GuessingGame.
       01  WS-ROUNDS-SKIPPED           PIC 9(04) VALUE ZERO.

       COPY SYSCLOCK.
       COPY TGTGNWS.

      *    Seed and source of the target now being played.
       01  WS-ROUND-SEED               PIC 9(09) VALUE ZERO.
       01  WS-TARGET-SOURCE            PIC X(01) VALUE SPACE.
       01  WS-SEED-TIME                PIC 9(08).
       01  WS-SEED-WORK                PIC 9(15).

       01  CURRENT-DATE-WS.
           02  CURRENT-YEAR            PIC 9(04).
           MOVE ZERO TO numberOfGuesses
           MOVE ZERO TO numberOfInvalidGuesses
           MOVE ZERO TO actualNumber
           PERFORM 2050-SET-TARGET THRU 2050-EXIT
           DISPLAY "Round for " GCF-PLAYER-NAME
           PERFORM 2200-GET-GUESS THRU 2200-EXIT
               UNTIL userGuess = actualNumber
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2050-SET-TARGET - a keyed target is played as keyed;     *
      *    otherwise it is generated from the configured seed, or   *
      *    from one taken off the date, clock and round count       *
      *-----------------------------------------------------------*
       2050-SET-TARGET.
           IF GCF-ACTUAL-NUMBER NUMERIC AND GCF-ACTUAL-NUMBER > ZERO
               MOVE GCF-ACTUAL-NUMBER TO actualNumber
               MOVE ZERO TO WS-ROUND-SEED
               MOVE 'K' TO WS-TARGET-SOURCE
               GO TO 2050-EXIT
           END-IF
           IF GCF-SEED NUMERIC AND GCF-SEED > ZERO
               MOVE GCF-SEED TO WS-ROUND-SEED
           ELSE
               ACCEPT WS-SEED-TIME FROM TIME
               COMPUTE WS-SEED-WORK =
                   WS-PROCESSING-DATE + WS-SEED-TIME * 7919
                       + WS-ROUNDS-PLAYED * 104729
               COMPUTE WS-ROUND-SEED =
                   FUNCTION MOD(WS-SEED-WORK, 999999937) + 1
           END-IF
           MOVE WS-ROUND-SEED  TO WS-GEN-SEED
           MOVE GCF-LOW-RANGE  TO WS-GEN-LOW
           MOVE GCF-HIGH-RANGE TO WS-GEN-HIGH
           PERFORM 9330-GENERATE-TARGET THRU 9330-EXIT
           MOVE WS-GEN-TARGET TO actualNumber
           MOVE 'G' TO WS-TARGET-SOURCE.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2150-VALIDATE-CONFIG - a record that can never be won    *
      *    is rejected before anyone sits down in front of it       *
           MOVE 'Y' TO WS-CONFIG-OK-SWITCH
           IF GCF-LOW-RANGE NOT NUMERIC
                   OR GCF-HIGH-RANGE NOT NUMERIC
                   OR (GCF-ACTUAL-NUMBER NOT NUMERIC
                       AND GCF-ACTUAL-NUMBER NOT = SPACES)
               MOVE "CFGN" TO ERR-CODE
               MOVE "GAME-CONFIG"      TO ERR-FIELD-NAME
               MOVE GAME-CONFIG-RECORD TO ERR-INPUT-DATA
                   " - range is inverted"
               GO TO 2150-EXIT
           END-IF
           IF GCF-ACTUAL-NUMBER = SPACES OR ZERO
               GO TO 2150-EXIT
           END-IF
           IF GCF-ACTUAL-NUMBER < GCF-LOW-RANGE
                   OR GCF-ACTUAL-NUMBER > GCF-HIGH-RANGE
               MOVE "CFGT" TO ERR-CODE
               GCF-HIGH-RANGE - GCF-LOW-RANGE + 1
           MOVE WS-HISTORY-RANGE TO RND-RANGE-SIZE
           MOVE CURRENT-DATE-WS TO RND-PLAY-DATE
           MOVE GCF-LOW-RANGE TO RND-LOW-RANGE
           MOVE actualNumber TO RND-TARGET
           MOVE WS-ROUND-SEED TO RND-SEED
           MOVE WS-TARGET-SOURCE TO RND-TARGET-SOURCE
           WRITE ROUND-HISTORY-RECORD.
       2250-EXIT.
           EXIT.
       COPY OPERVRPA.

       COPY PRCDTPA.

       COPY TGTGNPA.
