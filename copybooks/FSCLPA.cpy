      ******************************************************************
      *    COPYBOOK:    FSCLPA
      *    PURPOSE:     Common closed-period paragraphs.  Caller must
      *                 COPY FSCLSEL into FILE-CONTROL, FSCLFD into
      *                 the FILE SECTION and FSCLWS into
      *                 WORKING-STORAGE.  9430-LOAD-FISCAL-CLOSE
      *                 tables FISCLOSE.DAT, one row per fiscal year
      *                 - a later close of a year ends any reopen
      *                 keyed before it.  9440-CHECK-CLOSED-PERIOD
      *                 judges one posting date: a date on or before
      *                 the end of the latest closed year is closed
      *                 unless the year it falls in has a reopen
      *                 running through the as-of date.  A date that
      *                 is not numeric is left to the caller's own
      *                 edits.  No control on file closes nothing.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       9430-LOAD-FISCAL-CLOSE.
           MOVE 'Y' TO WS-FSC-LOADED-SW
           MOVE ZERO TO WS-FSC-YEAR-COUNT
           MOVE ZERO TO WS-FSC-CLOSED-THROUGH
           MOVE ZERO TO WS-FSC-HIGH-RECEIPT-NO
           OPEN INPUT FISCAL-CLOSE-FILE
           IF WS-FISCAL-NOTFOUND
               GO TO 9430-EXIT
           END-IF
           MOVE 'N' TO WS-FSC-EOF-SWITCH
           PERFORM 9435-TABLE-ONE-ENTRY THRU 9435-EXIT
               UNTIL WS-FSC-END
           CLOSE FISCAL-CLOSE-FILE.
       9430-EXIT.
           EXIT.

       9435-TABLE-ONE-ENTRY.
           READ FISCAL-CLOSE-FILE
               AT END
                   MOVE 'Y' TO WS-FSC-EOF-SWITCH
                   GO TO 9435-EXIT
           END-READ
           MOVE FSC-FISCAL-YEAR TO WS-FSC-WANT-YEAR
           PERFORM 9437-FIND-YEAR-ROW THRU 9437-EXIT
           IF NOT WS-FSC-ROW-FOUND
               IF WS-FSC-YEAR-COUNT >= 50
                   GO TO 9435-EXIT
               END-IF
               ADD 1 TO WS-FSC-YEAR-COUNT
               MOVE WS-FSC-YEAR-COUNT TO WS-FSC-SUB
               MOVE FSC-FISCAL-YEAR TO WS-FY-FISCAL-YEAR (WS-FSC-SUB)
               MOVE 'N'  TO WS-FY-CLOSED-SW (WS-FSC-SUB)
               MOVE ZERO TO WS-FY-REOPEN-THROUGH (WS-FSC-SUB)
           END-IF
           MOVE FSC-YEAR-START TO WS-FY-YEAR-START (WS-FSC-SUB)
           MOVE FSC-YEAR-END   TO WS-FY-YEAR-END (WS-FSC-SUB)
           IF FSC-YEAR-REOPENED
               MOVE FSC-REOPEN-THROUGH
                   TO WS-FY-REOPEN-THROUGH (WS-FSC-SUB)
               GO TO 9435-EXIT
           END-IF
           MOVE 'Y'  TO WS-FY-CLOSED-SW (WS-FSC-SUB)
           MOVE ZERO TO WS-FY-REOPEN-THROUGH (WS-FSC-SUB)
           IF FSC-YEAR-END > WS-FSC-CLOSED-THROUGH
               MOVE FSC-YEAR-END TO WS-FSC-CLOSED-THROUGH
           END-IF
           IF FSC-HIGH-RECEIPT-NO NUMERIC
                   AND FSC-HIGH-RECEIPT-NO > WS-FSC-HIGH-RECEIPT-NO
               MOVE FSC-HIGH-RECEIPT-NO TO WS-FSC-HIGH-RECEIPT-NO
           END-IF.
       9435-EXIT.
           EXIT.

      *    Leaves WS-FSC-SUB on the row for WS-FSC-WANT-YEAR.
       9437-FIND-YEAR-ROW.
           MOVE 'N' TO WS-FSC-ROW-FOUND-SW
           MOVE ZERO TO WS-FSC-SUB
           PERFORM 9438-MATCH-ONE-ROW THRU 9438-EXIT
               UNTIL WS-FSC-ROW-FOUND
                  OR WS-FSC-SUB >= WS-FSC-YEAR-COUNT.
       9437-EXIT.
           EXIT.

       9438-MATCH-ONE-ROW.
           ADD 1 TO WS-FSC-SUB
           IF WS-FY-FISCAL-YEAR (WS-FSC-SUB) = WS-FSC-WANT-YEAR
               MOVE 'Y' TO WS-FSC-ROW-FOUND-SW
           END-IF.
       9438-EXIT.
           EXIT.

       9440-CHECK-CLOSED-PERIOD.
           IF NOT WS-FSC-LOADED
               PERFORM 9430-LOAD-FISCAL-CLOSE THRU 9430-EXIT
           END-IF
           SET WS-FSC-DATE-OPEN TO TRUE
           IF WS-FSC-CHECK-DATE NOT NUMERIC
               GO TO 9440-EXIT
           END-IF
           IF WS-FSC-CHECK-DATE-NUM = ZERO
                   OR WS-FSC-CHECK-DATE-NUM > WS-FSC-CLOSED-THROUGH
               GO TO 9440-EXIT
           END-IF
           SET WS-FSC-DATE-CLOSED TO TRUE
           MOVE ZERO TO WS-FSC-SUB
           PERFORM 9445-CHECK-ONE-REOPEN THRU 9445-EXIT
               UNTIL WS-FSC-DATE-OPEN
                  OR WS-FSC-SUB >= WS-FSC-YEAR-COUNT.
       9440-EXIT.
           EXIT.

       9445-CHECK-ONE-REOPEN.
           ADD 1 TO WS-FSC-SUB
           IF WS-FSC-CHECK-DATE-NUM < WS-FY-YEAR-START (WS-FSC-SUB)
                   OR WS-FSC-CHECK-DATE-NUM >
                       WS-FY-YEAR-END (WS-FSC-SUB)
               GO TO 9445-EXIT
           END-IF
           IF WS-FY-REOPEN-THROUGH (WS-FSC-SUB) NOT < WS-FSC-AS-OF-DATE
               SET WS-FSC-DATE-OPEN TO TRUE
           END-IF.
       9445-EXIT.
           EXIT.
