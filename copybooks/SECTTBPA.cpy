      ******************************************************************
      *    COPYBOOK:    SECTTBPA
      *    PURPOSE:     Shared section seat-table paragraphs.  Caller
      *                 must COPY SECTSEL / SECTFD / SECTWS and
      *                 SECTTBWS, have SECTION-MASTER-FILE open INPUT
      *                 or I-O, and have ENROLLMENT-MASTER-FILE open
      *                 with DYNAMIC access - 9400 walks it from the
      *                 top, so a caller streaming that file must
      *                 position it afterwards.  Seats taken are
      *                 counted here rather than carried on the
      *                 section record, so the drop, withdrawal and
      *                 merge paths never have to keep a section
      *                 count in step.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       9400-LOAD-SECTION-TABLE.
           MOVE ZERO TO WS-ST-COUNT
           MOVE 'N' TO WS-ST-OVERFLOW-SW
           IF WS-SECTION-NOTFOUND
               GO TO 9400-EXIT
           END-IF
           MOVE 'N' TO WS-ST-LOAD-EOF-SW
           MOVE LOW-VALUES TO SEC-KEY
           START SECTION-MASTER-FILE KEY NOT < SEC-KEY
               INVALID KEY
                   GO TO 9400-EXIT
           END-START
           PERFORM 9410-TABLE-ONE-SECTION THRU 9410-EXIT
               UNTIL WS-ST-LOAD-END OR WS-ST-OVERFLOW
           IF WS-ST-OVERFLOW
               DISPLAY "SECTION-MASTER exceeds the section table - "
                   "run stopped, raise the table"
               GO TO 9400-EXIT
           END-IF
           MOVE 'N' TO WS-ST-LOAD-EOF-SW
           MOVE ZEROS TO ENL-STUDENT-ID
           MOVE LOW-VALUES TO ENL-COURSE-CODE
           START ENROLLMENT-MASTER-FILE KEY NOT < ENL-KEY
               INVALID KEY
                   GO TO 9400-EXIT
           END-START
           PERFORM 9420-COUNT-ONE-ENROLLMENT THRU 9420-EXIT
               UNTIL WS-ST-LOAD-END.
       9400-EXIT.
           EXIT.

       9410-TABLE-ONE-SECTION.
           READ SECTION-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ST-LOAD-EOF-SW
                   GO TO 9410-EXIT
           END-READ
           IF WS-ST-COUNT >= 1000
               MOVE 'Y' TO WS-ST-OVERFLOW-SW
               GO TO 9410-EXIT
           END-IF
           ADD 1 TO WS-ST-COUNT
           MOVE SEC-COURSE-CODE TO WS-ST-COURSE-CODE (WS-ST-COUNT)
           MOVE SEC-SECTION-NO  TO WS-ST-SECTION-NO (WS-ST-COUNT)
           MOVE SEC-MAX-SEATS   TO WS-ST-MAX-SEATS (WS-ST-COUNT)
           MOVE ZERO            TO WS-ST-ENROLLED (WS-ST-COUNT).
       9410-EXIT.
           EXIT.

       9420-COUNT-ONE-ENROLLMENT.
           READ ENROLLMENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ST-LOAD-EOF-SW
                   GO TO 9420-EXIT
           END-READ
           IF ENL-SECTION-NO = SPACES
               GO TO 9420-EXIT
           END-IF
           MOVE ENL-COURSE-CODE TO WS-ST-COURSE-WANTED
           MOVE ENL-SECTION-NO  TO WS-ST-SECTION-WANTED
           PERFORM 9450-FIND-SECTION THRU 9450-EXIT
           IF WS-ST-FOUND
               ADD 1 TO WS-ST-ENROLLED (WS-ST-SUB)
           END-IF.
       9420-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9450-FIND-SECTION - course and section wanted in, table  *
      *    entry out                                                 *
      *-----------------------------------------------------------*
       9450-FIND-SECTION.
           MOVE 'N' TO WS-ST-FOUND-SW
           MOVE ZERO TO WS-ST-SUB
           PERFORM 9460-SCAN-ONE-SECTION THRU 9460-EXIT
               UNTIL WS-ST-FOUND OR WS-ST-SUB >= WS-ST-COUNT.
       9450-EXIT.
           EXIT.

       9460-SCAN-ONE-SECTION.
           ADD 1 TO WS-ST-SUB
           IF WS-ST-COURSE-CODE (WS-ST-SUB) = WS-ST-COURSE-WANTED
                   AND WS-ST-SECTION-NO (WS-ST-SUB)
                       = WS-ST-SECTION-WANTED
               MOVE 'Y' TO WS-ST-FOUND-SW
           END-IF.
       9460-EXIT.
           EXIT.
