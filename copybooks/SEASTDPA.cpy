      ******************************************************************
      *    COPYBOOK:    SEASTDPA
      *    PURPOSE:     Common season standings paragraphs.  Caller
      *                 must COPY SEASTSEL into FILE-CONTROL, SEASTFD
      *                 into the FILE SECTION and SEASTDWS into
      *                 WORKING-STORAGE, set the season fields
      *                 described in SEASTDWS, then PERFORM
      *                 9100-BUILD-STANDINGS THRU 9100-EXIT.  The
      *                 season's placed players are tabled from
      *                 SEASPLYR.DAT; every SCOREBRD.DAT round dated
      *                 inside the season counts a round and its
      *                 guesses; every correct ROUNDHST.DAT guess
      *                 dated inside the season adds that round's
      *                 range (the history file carries only the
      *                 first eight characters of the name).  A
      *                 player with season rounds but no placement
      *                 joins the bottom division.  Within a division
      *                 the better season rating ranks first, then
      *                 the more rounds played, then name order.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       9100-BUILD-STANDINGS.
           MOVE ZERO TO WS-STD-COUNT
           MOVE ZERO TO WS-STD-OVERFLOW
           IF WS-STD-DIV-COUNT = ZERO
               MOVE 1 TO WS-STD-DIV-COUNT
           END-IF
           MOVE 'N' TO WS-STD-EOF-SWITCH
           OPEN INPUT SEASON-PLAYER-FILE
           IF NOT WS-STD-PLACE-NOTFOUND
               MOVE WS-STD-SEASON-ID TO SSP-SEASON-ID
               MOVE SPACES TO SSP-PLAYER-NAME
               START SEASON-PLAYER-FILE KEY IS >= SSP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-STD-EOF-SWITCH
               END-START
               PERFORM 9110-TABLE-ONE-PLACEMENT THRU 9110-EXIT
                   UNTIL WS-STD-END
               CLOSE SEASON-PLAYER-FILE
           END-IF
           MOVE 'N' TO WS-STD-EOF-SWITCH
           OPEN INPUT SEASON-SCORE-FILE
           IF NOT WS-STD-SCORE-NOTFOUND
               PERFORM 9120-TALLY-ONE-ROUND THRU 9120-EXIT
                   UNTIL WS-STD-END
               CLOSE SEASON-SCORE-FILE
           END-IF
           MOVE 'N' TO WS-STD-EOF-SWITCH
           OPEN INPUT SEASON-HISTORY-FILE
           IF NOT WS-STD-HISTORY-NOTFOUND
               PERFORM 9130-TALLY-ONE-GUESS THRU 9130-EXIT
                   UNTIL WS-STD-END
               CLOSE SEASON-HISTORY-FILE
           END-IF
           MOVE ZERO TO WS-STD-SUB
           PERFORM 9140-RATE-ONE-PLAYER THRU 9140-EXIT
               UNTIL WS-STD-SUB >= WS-STD-COUNT
           MOVE ZERO TO WS-STD-SUB
           PERFORM 9160-RANK-ONE-PLAYER THRU 9160-EXIT
               UNTIL WS-STD-SUB >= WS-STD-COUNT.
       9100-EXIT.
           EXIT.

       9110-TABLE-ONE-PLACEMENT.
           READ SEASON-PLAYER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STD-EOF-SWITCH
                   GO TO 9110-EXIT
           END-READ
           IF SSP-SEASON-ID NOT = WS-STD-SEASON-ID
               MOVE 'Y' TO WS-STD-EOF-SWITCH
               GO TO 9110-EXIT
           END-IF
           IF WS-STD-COUNT >= 200
               ADD 1 TO WS-STD-OVERFLOW
               GO TO 9110-EXIT
           END-IF
           ADD 1 TO WS-STD-COUNT
           MOVE SSP-PLAYER-NAME  TO WS-STD-NAME (WS-STD-COUNT)
           MOVE SSP-DIVISION     TO WS-STD-DIVISION (WS-STD-COUNT)
           MOVE SSP-PLACED-HOW   TO WS-STD-PLACED-HOW (WS-STD-COUNT)
           MOVE SSP-START-RATING
               TO WS-STD-START-RATING (WS-STD-COUNT)
           MOVE ZERO TO WS-STD-ROUNDS (WS-STD-COUNT)
           MOVE ZERO TO WS-STD-GUESSES (WS-STD-COUNT)
           MOVE ZERO TO WS-STD-RANGE (WS-STD-COUNT)
           MOVE ZERO TO WS-STD-RATING (WS-STD-COUNT)
           MOVE ZERO TO WS-STD-RANK (WS-STD-COUNT).
       9110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9120-TALLY-ONE-ROUND - a finished round inside the       *
      *    season; a newcomer is taken into the bottom division     *
      *-----------------------------------------------------------*
       9120-TALLY-ONE-ROUND.
           READ SEASON-SCORE-FILE
               AT END
                   MOVE 'Y' TO WS-STD-EOF-SWITCH
                   GO TO 9120-EXIT
           END-READ
           MOVE SSC-DATE TO WS-STD-ACTIVITY-DATE
           IF WS-STD-ACTIVITY-DATE < WS-STD-START-DATE
                   OR WS-STD-ACTIVITY-DATE > WS-STD-END-DATE
               GO TO 9120-EXIT
           END-IF
           MOVE SSC-PLAYER-NAME TO WS-STD-FIND-NAME
           PERFORM 9150-FIND-PLAYER THRU 9150-EXIT
           IF NOT WS-STD-FOUND
               IF WS-STD-COUNT >= 200
                   ADD 1 TO WS-STD-OVERFLOW
                   GO TO 9120-EXIT
               END-IF
               ADD 1 TO WS-STD-COUNT
               MOVE WS-STD-COUNT TO WS-STD-FIND-SUB
               MOVE SSC-PLAYER-NAME TO WS-STD-NAME (WS-STD-COUNT)
               MOVE WS-STD-DIV-COUNT
                   TO WS-STD-DIVISION (WS-STD-COUNT)
               MOVE 'N' TO WS-STD-PLACED-HOW (WS-STD-COUNT)
               MOVE ZERO TO WS-STD-START-RATING (WS-STD-COUNT)
               MOVE ZERO TO WS-STD-ROUNDS (WS-STD-COUNT)
               MOVE ZERO TO WS-STD-GUESSES (WS-STD-COUNT)
               MOVE ZERO TO WS-STD-RANGE (WS-STD-COUNT)
               MOVE ZERO TO WS-STD-RATING (WS-STD-COUNT)
               MOVE ZERO TO WS-STD-RANK (WS-STD-COUNT)
           END-IF
           ADD 1 TO WS-STD-ROUNDS (WS-STD-FIND-SUB)
           ADD SSC-GUESS-COUNT TO WS-STD-GUESSES (WS-STD-FIND-SUB).
       9120-EXIT.
           EXIT.

       9130-TALLY-ONE-GUESS.
           READ SEASON-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-STD-EOF-SWITCH
                   GO TO 9130-EXIT
           END-READ
           IF NOT SRH-CORRECT
               GO TO 9130-EXIT
           END-IF
           MOVE SRH-PLAY-DATE TO WS-STD-ACTIVITY-DATE
           IF WS-STD-ACTIVITY-DATE < WS-STD-START-DATE
                   OR WS-STD-ACTIVITY-DATE > WS-STD-END-DATE
               GO TO 9130-EXIT
           END-IF
           MOVE 'N' TO WS-STD-FOUND-SWITCH
           MOVE ZERO TO WS-STD-OTHER
           PERFORM 9135-MATCH-SESSION THRU 9135-EXIT
               UNTIL WS-STD-FOUND OR WS-STD-OTHER >= WS-STD-COUNT
           IF WS-STD-FOUND
               ADD SRH-RANGE-SIZE TO WS-STD-RANGE (WS-STD-OTHER)
           END-IF.
       9130-EXIT.
           EXIT.

       9135-MATCH-SESSION.
           ADD 1 TO WS-STD-OTHER
           IF WS-STD-NAME (WS-STD-OTHER) (1:8) = SRH-SESSION-ID
               MOVE 'Y' TO WS-STD-FOUND-SWITCH
           END-IF.
       9135-EXIT.
           EXIT.

       9140-RATE-ONE-PLAYER.
           ADD 1 TO WS-STD-SUB
           IF WS-STD-GUESSES (WS-STD-SUB) > ZERO
               COMPUTE WS-STD-RATING (WS-STD-SUB) ROUNDED =
                   (WS-STD-RANGE (WS-STD-SUB) * 100)
                       / WS-STD-GUESSES (WS-STD-SUB)
           END-IF.
       9140-EXIT.
           EXIT.

       9150-FIND-PLAYER.
           MOVE 'N' TO WS-STD-FOUND-SWITCH
           MOVE ZERO TO WS-STD-FIND-SUB
           PERFORM 9155-MATCH-NAME THRU 9155-EXIT
               UNTIL WS-STD-FOUND OR WS-STD-FIND-SUB >= WS-STD-COUNT.
       9150-EXIT.
           EXIT.

       9155-MATCH-NAME.
           ADD 1 TO WS-STD-FIND-SUB
           IF WS-STD-NAME (WS-STD-FIND-SUB) = WS-STD-FIND-NAME
               MOVE 'Y' TO WS-STD-FOUND-SWITCH
           END-IF.
       9155-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9160-RANK-ONE-PLAYER - one plus the number of division   *
      *    rivals standing ahead                                    *
      *-----------------------------------------------------------*
       9160-RANK-ONE-PLAYER.
           ADD 1 TO WS-STD-SUB
           IF WS-STD-SUB = 1
               MOVE ZERO TO WS-STD-OTHER
               PERFORM 9170-CLEAR-ONE-DIVISION THRU 9170-EXIT
                   UNTIL WS-STD-OTHER >= 99
           END-IF
           ADD 1 TO WS-STD-DIV-PLAYERS
               (WS-STD-DIVISION (WS-STD-SUB))
           MOVE 1 TO WS-STD-RANK (WS-STD-SUB)
           MOVE ZERO TO WS-STD-OTHER
           PERFORM 9165-COMPARE-RIVAL THRU 9165-EXIT
               UNTIL WS-STD-OTHER >= WS-STD-COUNT.
       9160-EXIT.
           EXIT.

       9165-COMPARE-RIVAL.
           ADD 1 TO WS-STD-OTHER
           IF WS-STD-OTHER = WS-STD-SUB
                   OR WS-STD-DIVISION (WS-STD-OTHER)
                       NOT = WS-STD-DIVISION (WS-STD-SUB)
               GO TO 9165-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-STD-RATING (WS-STD-OTHER)
                       > WS-STD-RATING (WS-STD-SUB)
                   ADD 1 TO WS-STD-RANK (WS-STD-SUB)
               WHEN WS-STD-RATING (WS-STD-OTHER)
                       < WS-STD-RATING (WS-STD-SUB)
                   CONTINUE
               WHEN WS-STD-ROUNDS (WS-STD-OTHER)
                       > WS-STD-ROUNDS (WS-STD-SUB)
                   ADD 1 TO WS-STD-RANK (WS-STD-SUB)
               WHEN WS-STD-ROUNDS (WS-STD-OTHER)
                       < WS-STD-ROUNDS (WS-STD-SUB)
                   CONTINUE
               WHEN WS-STD-NAME (WS-STD-OTHER)
                       < WS-STD-NAME (WS-STD-SUB)
                   ADD 1 TO WS-STD-RANK (WS-STD-SUB)
           END-EVALUATE.
       9165-EXIT.
           EXIT.

       9170-CLEAR-ONE-DIVISION.
           ADD 1 TO WS-STD-OTHER
           MOVE ZERO TO WS-STD-DIV-PLAYERS (WS-STD-OTHER).
       9170-EXIT.
           EXIT.
