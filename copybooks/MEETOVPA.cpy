      ******************************************************************
      *    COPYBOOK:    MEETOVPA
      *    PURPOSE:     Shared meeting-overlap test.  Two meetings
      *                 overlap when their hours overlap and they
      *                 share a meeting day.  A meeting with zero
      *                 start and end times has no fixed hour and
      *                 overlaps nothing.  Caller must COPY MEETOVWS.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       9470-CHECK-MEETING-OVERLAP.
           MOVE 'N' TO WS-MO-OVERLAP-SW
           IF WS-MO-START-1 = ZERO AND WS-MO-END-1 = ZERO
               GO TO 9470-EXIT
           END-IF
           IF WS-MO-START-2 = ZERO AND WS-MO-END-2 = ZERO
               GO TO 9470-EXIT
           END-IF
           IF WS-MO-START-1 NOT < WS-MO-END-2
                   OR WS-MO-START-2 NOT < WS-MO-END-1
               GO TO 9470-EXIT
           END-IF
           MOVE ZERO TO WS-MO-SUB-1
           PERFORM 9472-MATCH-ONE-DAY THRU 9472-EXIT
               UNTIL WS-MO-SUB-1 >= 7 OR WS-MO-OVERLAP.
       9470-EXIT.
           EXIT.

       9472-MATCH-ONE-DAY.
           ADD 1 TO WS-MO-SUB-1
           IF WS-MO-DAYS-1 (WS-MO-SUB-1 : 1) = SPACE
               GO TO 9472-EXIT
           END-IF
           MOVE ZERO TO WS-MO-SUB-2
           PERFORM 9474-MATCH-OTHER-DAY THRU 9474-EXIT
               UNTIL WS-MO-SUB-2 >= 7 OR WS-MO-OVERLAP.
       9472-EXIT.
           EXIT.

       9474-MATCH-OTHER-DAY.
           ADD 1 TO WS-MO-SUB-2
           IF WS-MO-DAYS-2 (WS-MO-SUB-2 : 1) =
                   WS-MO-DAYS-1 (WS-MO-SUB-1 : 1)
               MOVE 'Y' TO WS-MO-OVERLAP-SW
           END-IF.
       9474-EXIT.
           EXIT.
