      ******************************************************************
      *    COPYBOOK:    ENRSTPA
      *    PURPOSE:     Shared enrollment-status paragraphs - the one
      *                 place full-time, half-time and the rest are
      *                 worked out, so the reporting file and the
      *                 verification letter never disagree.  Caller
      *                 must COPY ENRSTWS, TERMSEL / TERMFD / TERMWS
      *                 and PRCDTWS, have TERM-MASTER-FILE open INPUT
      *                 for 9370, and for 9350 have the student's
      *                 master record in STUDENT-MASTER-RECORD,
      *                 COURSE-MASTER-FILE open for random reads and
      *                 ENROLLMENT-MASTER-FILE open with DYNAMIC
      *                 access.  Credit hours are the course's
      *                 CRS-CREDIT-HOURS for every ENROLLMENT-MASTER
      *                 row carrying the term.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       9350-DERIVE-ENROLL-STATUS.
           MOVE ZERO TO WS-ES-CREDIT-HOURS
           MOVE ZERO TO WS-ES-COURSE-COUNT
           MOVE ZERO TO WS-ES-LATEST-ENTRY
           MOVE ZERO TO WS-ES-STATUS-DATE
           IF STU-STATUS-WITHDRAWN
               MOVE 'W' TO WS-ES-STATUS-CODE
               MOVE STU-STATUS-DATE TO WS-ES-STATUS-DATE
               GO TO 9350-EXIT
           END-IF
           IF STU-STATUS-GRADUATED
               MOVE 'G' TO WS-ES-STATUS-CODE
               MOVE STU-STATUS-DATE TO WS-ES-STATUS-DATE
               GO TO 9350-EXIT
           END-IF
           MOVE 'N' TO WS-ES-STATUS-CODE
           IF STU-STATUS-MERGED
               GO TO 9350-EXIT
           END-IF
           MOVE 'N' TO WS-ES-SCAN-EOF-SW
           MOVE STU-ID TO ENL-STUDENT-ID
           MOVE LOW-VALUES TO ENL-COURSE-CODE
           START ENROLLMENT-MASTER-FILE KEY NOT < ENL-KEY
               INVALID KEY
                   GO TO 9350-EXIT
           END-START
           PERFORM 9360-ADD-ONE-ENROLLMENT THRU 9360-EXIT
               UNTIL WS-ES-SCAN-END
           IF WS-ES-COURSE-COUNT = ZERO
               GO TO 9350-EXIT
           END-IF
           IF WS-ES-CREDIT-HOURS NOT < WS-ES-FULL-TIME-HOURS
               MOVE 'F' TO WS-ES-STATUS-CODE
           ELSE
               IF WS-ES-CREDIT-HOURS NOT < WS-ES-THREE-QTR-HOURS
                   MOVE 'Q' TO WS-ES-STATUS-CODE
               ELSE
                   IF WS-ES-CREDIT-HOURS NOT < WS-ES-HALF-TIME-HOURS
                       MOVE 'H' TO WS-ES-STATUS-CODE
                   ELSE
                       MOVE 'L' TO WS-ES-STATUS-CODE
                   END-IF
               END-IF
           END-IF.
       9350-EXIT.
           EXIT.

       9360-ADD-ONE-ENROLLMENT.
           READ ENROLLMENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ES-SCAN-EOF-SW
                   GO TO 9360-EXIT
           END-READ
           IF ENL-STUDENT-ID NOT = STU-ID
               MOVE 'Y' TO WS-ES-SCAN-EOF-SW
               GO TO 9360-EXIT
           END-IF
           IF ENL-TERM-CODE NOT = WS-ES-TERM-CODE
               GO TO 9360-EXIT
           END-IF
           ADD 1 TO WS-ES-COURSE-COUNT
           IF ENL-ENTRY-DATE NUMERIC
                   AND ENL-ENTRY-DATE > WS-ES-LATEST-ENTRY
               MOVE ENL-ENTRY-DATE TO WS-ES-LATEST-ENTRY
           END-IF
           MOVE ENL-COURSE-CODE TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   GO TO 9360-EXIT
           END-READ
           IF CRS-CREDIT-HOURS NUMERIC
               ADD CRS-CREDIT-HOURS TO WS-ES-CREDIT-HOURS
           END-IF.
       9360-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9370-FIND-TERM - the term named, or failing that the     *
      *    term the processing date falls in; also sets the         *
      *    three-quarter and half-time bands off the full load      *
      *-----------------------------------------------------------*
       9370-FIND-TERM.
           COMPUTE WS-ES-THREE-QTR-HOURS ROUNDED =
               WS-ES-FULL-TIME-HOURS * 3 / 4
           COMPUTE WS-ES-HALF-TIME-HOURS ROUNDED =
               WS-ES-FULL-TIME-HOURS / 2
           MOVE 'N' TO WS-ES-TERM-FOUND-SW
           MOVE ZERO TO WS-ES-TERM-START
           MOVE ZERO TO WS-ES-TERM-END
           IF WS-TERM-NOTFOUND
               GO TO 9370-EXIT
           END-IF
           IF WS-ES-TERM-CODE NOT = SPACES
               MOVE WS-ES-TERM-CODE TO TRM-TERM-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY
                       GO TO 9370-EXIT
               END-READ
               MOVE 'Y' TO WS-ES-TERM-FOUND-SW
               MOVE TRM-START-DATE TO WS-ES-TERM-START
               MOVE TRM-END-DATE   TO WS-ES-TERM-END
               GO TO 9370-EXIT
           END-IF
           MOVE 'N' TO WS-ES-SCAN-EOF-SW
           MOVE LOW-VALUES TO TRM-TERM-CODE
           START TERM-MASTER-FILE KEY NOT < TRM-TERM-CODE
               INVALID KEY
                   GO TO 9370-EXIT
           END-START
           PERFORM 9380-CHECK-ONE-TERM THRU 9380-EXIT
               UNTIL WS-ES-SCAN-END OR WS-ES-TERM-FOUND.
       9370-EXIT.
           EXIT.

       9380-CHECK-ONE-TERM.
           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ES-SCAN-EOF-SW
                   GO TO 9380-EXIT
           END-READ
           IF TRM-START-DATE NOT > WS-PROCESSING-DATE
                   AND TRM-END-DATE NOT < WS-PROCESSING-DATE
               MOVE 'Y' TO WS-ES-TERM-FOUND-SW
               MOVE TRM-TERM-CODE  TO WS-ES-TERM-CODE
               MOVE TRM-START-DATE TO WS-ES-TERM-START
               MOVE TRM-END-DATE   TO WS-ES-TERM-END
           END-IF.
       9380-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9390-DESCRIBE-STATUS - the status code in words          *
      *-----------------------------------------------------------*
       9390-DESCRIBE-STATUS.
           EVALUATE WS-ES-STATUS-CODE
               WHEN 'F'
                   MOVE "Full-time" TO WS-ES-STATUS-TEXT
               WHEN 'Q'
                   MOVE "Three-quarter time" TO WS-ES-STATUS-TEXT
               WHEN 'H'
                   MOVE "Half-time" TO WS-ES-STATUS-TEXT
               WHEN 'L'
                   MOVE "Less than half-time" TO WS-ES-STATUS-TEXT
               WHEN 'W'
                   MOVE "Withdrawn" TO WS-ES-STATUS-TEXT
               WHEN 'G'
                   MOVE "Graduated" TO WS-ES-STATUS-TEXT
               WHEN OTHER
                   MOVE "Not enrolled" TO WS-ES-STATUS-TEXT
           END-EVALUATE.
       9390-EXIT.
           EXIT.
