      *                      with a fresh 120-day lapse deadline;
      *                      resolving an incomplete to a letter
      *                      grade clears the deadline.
      *      2026-10-15  DF  A TR (transfer credit) row cannot be
      *                      changed - it carries no grade of ours.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GradeChange.
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               GO TO 3150-EXIT
           END-IF
           IF GRH-TRANSFER-CREDIT
               ADD 1 TO WS-CHANGES-REJECTED
               MOVE 'Y' TO WS-CG-APPLIED-SW (WS-CHG-SUB)
               MOVE "XFER" TO ERR-CODE
               MOVE "GCH-OLD-GRADE" TO ERR-FIELD-NAME
               MOVE GRADE-HISTORY-RECORD TO ERR-INPUT-DATA
               MOVE "Transfer credit is not graded here"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               GO TO 3150-EXIT
           END-IF
           PERFORM 3200-WRITE-GRADE-AUDIT THRU 3200-EXIT
           MOVE WS-CG-NEW-GRADE (WS-CHG-SUB) TO GRH-GRADE
           IF GRH-GRADE(1:1) = 'I'
