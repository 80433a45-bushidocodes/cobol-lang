      *                      totals are unchanged; the checkpoint
      *                      restart now skips in sorted key order,
      *                      which is the order this pass posts in.
      *      2026-10-15  DF  Seats by section - a transaction naming
      *                      a section is capacity-checked against
      *                      that section's seat limit (SECTION-
      *                      MASTER, seats taken counted off STUENRL
      *                      at start of run) and a full section
      *                      waitlists for that section.  The
      *                      section rides onto the enrollment
      *                      record.  The course count on COURSE-
      *                      MASTER still moves for every posting.
      *      2026-10-15  DF  A new student is written with the
      *                      directory-information block released
      *                      rather than whatever the record area
      *                      last held.
      *      2026-10-15  DF  Scarce seats go in
      *                      registration-appointment order, not
      *                      file order: a priority pass SORTs the
      *                      night's validated records by the
      *                      appointment EnrollEdit stamped on them
      *                      and decides seat or waitlist against
      *                      the tabled counts before the sorted
      *                      key-order posting, which then waitlists
      *                      what the priority pass could not seat.
      *      2026-10-15  DF  A missing section master (status 35)
      *                      is noted at open; the section table is
      *                      not loaded and the file not closed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EnrollUpdate.

           SELECT SORT-WORK-FILE ASSIGN TO "ENRLSORT.WRK".

           SELECT PRIORITY-SORT-FILE ASSIGN TO "ENRLPRI.WRK".

           SELECT ALLOCATION-FILE ASSIGN TO "ENRLALOC.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

           COPY JRNLSEL.

           COPY SECTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  VALIDATED-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ENRLVAL.

       SD  PRIORITY-SORT-FILE.
       COPY ENRLVAL
           REPLACING ==VALIDATED-RECORD== BY ==PRIORITY-SORT-RECORD==
                     LEADING ==EVL== BY ==PRS==.

      *    The validated transaction with the priority pass's seat
      *    decision appended.
       FD  ALLOCATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALLOCATION-RECORD.
           05  ALC-TRANSACTION         PIC X(64).
           05  ALC-SEAT-FLAG           PIC X(01).

       SD  SORT-WORK-FILE.
       COPY STUENRT
           REPLACING ==ENROLLMENT-TRANSACTION== BY ==SORT-RECORD==
                     LEADING ==ENR== BY ==SRT==.
       01  SORT-ALLOCATION-VIEW.
           05  FILLER                  PIC X(64).
           05  SRT-SEAT-FLAG           PIC X(01).
               88  SRT-SEAT-HELD       VALUE 'S'.
               88  SRT-SEAT-WAITLISTED VALUE 'W'.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOCKFD.

       COPY JRNLFD.
       COPY SECTFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY LOCKWS.

       COPY JRNLWS.
       COPY SECTWS.
       COPY SECTTBWS.

       01  WS-MASTER-STATUS         PIC X(02).
           88  WS-MASTER-OK         VALUE "00".
               88  WS-STUDENT-ON-MASTER VALUE 'Y'.
           05  WS-DUP-ON-SW         PIC X(01).
               88  WS-ALREADY-ENROLLED VALUE 'Y'.
           05  WS-PRI-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-PRI-END       VALUE 'Y'.
           05  WS-SECTION-FILE-SWITCH PIC X(01) VALUE 'Y'.
               88  WS-NO-SECTION-FILE VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ      PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-SKIPPED   PIC 9(07) VALUE ZERO.
           05  WS-ENROLLMENTS-POSTED PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-WAITLISTED PIC 9(07) VALUE ZERO.
           05  WS-PRIORITY-WAITLISTED PIC 9(07) VALUE ZERO.

       01  WS-CHECKPOINT-STATUS     PIC X(02).
       01  WS-CHECKPOINT-INTERVAL   PIC 9(03) VALUE 10.
               10  WS-CT-ENROLLED-COUNT PIC 9(03).
               10  WS-CT-DIRTY-SW       PIC X(01).
                   88  WS-CT-DIRTY      VALUE 'Y'.
               10  WS-CT-HELD           PIC 9(03).

       01  WS-CT-SUB                PIC 9(03) COMP VALUE ZERO.

      *    Seats the priority pass has promised in each section,
      *    side by side with the shared section table (same
      *    subscript).
       01  WS-SECTION-HELD-TABLE.
           05  WS-SH-HELD OCCURS 1000 TIMES
                                    PIC 9(05).

      *    The transaction under the priority pass, off the
      *    priority sort record.
       COPY STUENRT
           REPLACING ==ENROLLMENT-TRANSACTION== BY
                     ==WS-PRIORITY-TRANSACTION==
                     LEADING ==ENR== BY ==PRT==.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-END-OF-FILE
               SORT PRIORITY-SORT-FILE
                   ON ASCENDING KEY PRS-APPOINT-DATE
                                    PRS-APPOINT-TIME
                   WITH DUPLICATES IN ORDER
                   USING VALIDATED-FILE
                   OUTPUT PROCEDURE IS 1500-ALLOCATE-SEATS
                       THRU 1500-EXIT
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-STUDENT-ID
                                    SRT-COURSE-CODE
                   USING ALLOCATION-FILE
                   OUTPUT PROCEDURE IS 2000-POST-STREAM
                       THRU 2000-EXIT
           END-IF
               OPEN I-O ENROLLMENT-MASTER-FILE
           END-IF
           OPEN I-O COURSE-MASTER-FILE
           OPEN INPUT SECTION-MASTER-FILE
           IF WS-SECTION-NOTFOUND
               MOVE 'N' TO WS-SECTION-FILE-SWITCH
           END-IF
           OPEN EXTEND ERROR-LOG-FILE
           OPEN EXTEND TXN-LOG-FILE
           OPEN EXTEND CONTROL-TOTAL-FILE
           OPEN EXTEND WAITLIST-FILE
           PERFORM 1200-LOAD-CHECKPOINT THRU 1200-EXIT
           PERFORM 1300-LOAD-COURSE-TABLE THRU 1300-EXIT
           IF NOT WS-NO-SECTION-FILE
               PERFORM 9400-LOAD-SECTION-TABLE THRU 9400-EXIT
           END-IF
           INITIALIZE WS-SECTION-HELD-TABLE
           IF WS-TABLE-OVERFLOW OR WS-ST-OVERFLOW
               CLOSE STUDENT-MASTER-FILE
               CLOSE ENROLLMENT-MASTER-FILE
               CLOSE COURSE-MASTER-FILE
               IF NOT WS-NO-SECTION-FILE
                   CLOSE SECTION-MASTER-FILE
               END-IF
               CLOSE ERROR-LOG-FILE
               CLOSE TXN-LOG-FILE
               CLOSE CONTROL-TOTAL-FILE
           MOVE CRS-MAX-SEATS TO WS-CT-MAX-SEATS (WS-CT-COUNT)
           MOVE CRS-ENROLLED-COUNT
               TO WS-CT-ENROLLED-COUNT (WS-CT-COUNT)
           MOVE 'N' TO WS-CT-DIRTY-SW (WS-CT-COUNT)
           MOVE ZERO TO WS-CT-HELD (WS-CT-COUNT).
       1310-EXIT.
           EXIT.

       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1500-ALLOCATE-SEATS - SORT output procedure; the night's *
      *    requests in appointment order, each promised a seat      *
      *    while its course (or section) still has one and marked  *
      *    for the waitlist once it has not.  Duplicates and bad   *
      *    courses are left for the posting pass to reject.        *
      *-----------------------------------------------------------*
       1500-ALLOCATE-SEATS.
           OPEN OUTPUT ALLOCATION-FILE
           PERFORM 1510-RETURN-PRIORITY THRU 1510-EXIT
           PERFORM 1520-ALLOCATE-ONE THRU 1520-EXIT
               UNTIL WS-PRI-END
           CLOSE ALLOCATION-FILE.
       1500-EXIT.
           EXIT.

       1510-RETURN-PRIORITY.
           RETURN PRIORITY-SORT-FILE
               AT END MOVE 'Y' TO WS-PRI-EOF-SWITCH
           END-RETURN.
       1510-EXIT.
           EXIT.

       1520-ALLOCATE-ONE.
           MOVE PRS-TRANSACTION TO WS-PRIORITY-TRANSACTION
           MOVE PRT-STUDENT-ID  TO WS-TXN-STUDENT-ID
           MOVE PRT-COURSE-CODE TO WS-TXN-COURSE-CODE
           MOVE PRS-TRANSACTION TO ALC-TRANSACTION
           MOVE 'S' TO ALC-SEAT-FLAG
      *    On a restart the records already posted hold their seats
      *    on the counts; promising them again would double-count.
           IF WS-RESTART-SKIPPING
                   AND PRT-STUDENT-ID NUMERIC
                   AND (PRT-STUDENT-ID < WS-RESTART-STUDENT-ID
                       OR (PRT-STUDENT-ID = WS-RESTART-STUDENT-ID
                           AND PRT-COURSE-CODE
                               NOT > WS-RESTART-COURSE-CODE))
               GO TO 1520-WRITE
           END-IF
           PERFORM 2060-FIND-COURSE THRU 2060-EXIT
           IF NOT WS-COURSE-ON-TABLE
               GO TO 1520-WRITE
           END-IF
           IF PRT-SECTION-NO NOT = SPACES
               PERFORM 1530-ALLOCATE-SECTION-SEAT THRU 1530-EXIT
               GO TO 1520-WRITE
           END-IF
           IF WS-CT-MAX-SEATS (WS-CT-SUB) > ZERO
                   AND WS-CT-ENROLLED-COUNT (WS-CT-SUB)
                       + WS-CT-HELD (WS-CT-SUB)
                       >= WS-CT-MAX-SEATS (WS-CT-SUB)
               MOVE 'W' TO ALC-SEAT-FLAG
               ADD 1 TO WS-PRIORITY-WAITLISTED
           ELSE
               ADD 1 TO WS-CT-HELD (WS-CT-SUB)
           END-IF.
       1520-WRITE.
           WRITE ALLOCATION-RECORD
           PERFORM 1510-RETURN-PRIORITY THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

       1530-ALLOCATE-SECTION-SEAT.
           MOVE PRT-COURSE-CODE TO WS-ST-COURSE-WANTED
           MOVE PRT-SECTION-NO  TO WS-ST-SECTION-WANTED
           PERFORM 9450-FIND-SECTION THRU 9450-EXIT
           IF NOT WS-ST-FOUND
               GO TO 1530-EXIT
           END-IF
           IF WS-ST-MAX-SEATS (WS-ST-SUB) > ZERO
                   AND WS-ST-ENROLLED (WS-ST-SUB)
                       + WS-SH-HELD (WS-ST-SUB)
                       >= WS-ST-MAX-SEATS (WS-ST-SUB)
               MOVE 'W' TO ALC-SEAT-FLAG
               ADD 1 TO WS-PRIORITY-WAITLISTED
           ELSE
               ADD 1 TO WS-SH-HELD (WS-ST-SUB)
           END-IF.
       1530-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-POST-STREAM - SORT output procedure; one sorted     *
      *    transaction at a time against the streaming masters      *
               ADD 1 TO WS-RECORDS-REJECTED
               GO TO 2050-EXIT
           END-IF
           IF SRT-SECTION-NO NOT = SPACES
               PERFORM 2080-CHECK-SECTION-SEATS THRU 2080-EXIT
               GO TO 2050-EXIT
           END-IF
           IF SRT-SEAT-WAITLISTED
                   OR (WS-CT-MAX-SEATS (WS-CT-SUB) > ZERO
                       AND WS-CT-ENROLLED-COUNT (WS-CT-SUB)
                           >= WS-CT-MAX-SEATS (WS-CT-SUB))
               MOVE "CAPY" TO ERR-CODE
               MOVE "ENR-COURSE-CODE" TO ERR-FIELD-NAME
               MOVE SORT-RECORD TO ERR-INPUT-DATA

       2065-SCAN-ONE-COURSE.
           ADD 1 TO WS-CT-SUB
           IF WS-CT-COURSE-CODE (WS-CT-SUB) = WS-TXN-COURSE-CODE
               MOVE 'Y' TO WS-COURSE-FOUND-SW
           END-IF.
       2065-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2080-CHECK-SECTION-SEATS - a sectioned enrollment is     *
      *    held to its section's seats, not the course's             *
      *-----------------------------------------------------------*
       2080-CHECK-SECTION-SEATS.
           MOVE SRT-COURSE-CODE TO WS-ST-COURSE-WANTED
           MOVE SRT-SECTION-NO  TO WS-ST-SECTION-WANTED
           PERFORM 9450-FIND-SECTION THRU 9450-EXIT
           IF NOT WS-ST-FOUND
               MOVE "SECT" TO ERR-CODE
               MOVE "ENR-SECTION-NO" TO ERR-FIELD-NAME
               MOVE SORT-RECORD TO ERR-INPUT-DATA
               MOVE "Section not on SECTION-MASTER for course"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               SET WS-NOT-POSTABLE TO TRUE
               ADD 1 TO WS-RECORDS-REJECTED
               GO TO 2080-EXIT
           END-IF
           IF SRT-SEAT-WAITLISTED
                   OR (WS-ST-MAX-SEATS (WS-ST-SUB) > ZERO
                       AND WS-ST-ENROLLED (WS-ST-SUB)
                           >= WS-ST-MAX-SEATS (WS-ST-SUB))
               MOVE "CAPY" TO ERR-CODE
               MOVE "ENR-SECTION-NO" TO ERR-FIELD-NAME
               MOVE SORT-RECORD TO ERR-INPUT-DATA
               MOVE "Section full - enrollment waitlisted"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               PERFORM 2070-WRITE-WAITLIST THRU 2070-EXIT
               SET WS-NOT-POSTABLE TO TRUE
               ADD 1 TO WS-RECORDS-WAITLISTED
           END-IF.
       2080-EXIT.
           EXIT.

       2070-WRITE-WAITLIST.
           MOVE SRT-STUDENT-ID     TO WTL-STUDENT-ID
           MOVE SRT-SURNAME        TO WTL-SURNAME
           MOVE SRT-GIVEN-NAME     TO WTL-GIVEN-NAME
           MOVE SRT-INITIALS       TO WTL-INITIALS
           MOVE SRT-COURSE-CODE    TO WTL-COURSE-CODE
           MOVE SRT-SECTION-NO     TO WTL-SECTION-NO
           MOVE SRT-GENDER         TO WTL-GENDER
           MOVE SRT-DOB-YEAR       TO WTL-DOB-YEAR
           MOVE SRT-DOB-MONTH      TO WTL-DOB-MONTH
           PERFORM 2400-MATCH-STUDENT THRU 2400-EXIT
           MOVE SRT-STUDENT-ID     TO ENL-STUDENT-ID
           MOVE SRT-COURSE-CODE    TO ENL-COURSE-CODE
           MOVE SRT-SECTION-NO     TO ENL-SECTION-NO
           MOVE WS-DERIVED-TERM-CODE TO ENL-TERM-CODE
           MOVE CURRENT-YEAR       TO ENL-ENTRY-YEAR
           MOVE CURRENT-MONTH      TO ENL-ENTRY-MONTH
           PERFORM 2280-REPOSITION-ENROLLMENT THRU 2280-EXIT
           ADD 1 TO WS-CT-ENROLLED-COUNT (WS-CT-SUB)
           MOVE 'Y' TO WS-CT-DIRTY-SW (WS-CT-SUB)
           IF SRT-SECTION-NO NOT = SPACES
               ADD 1 TO WS-ST-ENROLLED (WS-ST-SUB)
           END-IF
           IF NOT WS-STUDENT-ON-MASTER
               PERFORM 2300-ADD-NEW-STUDENT THRU 2300-EXIT
           END-IF
           MOVE WS-DERIVED-TERM-CODE TO STU-TERM-CODE
           SET STU-STATUS-ACTIVE TO TRUE
           MOVE CURRENT-DATE-WS TO STU-STATUS-DATE
           MOVE 'N' TO STU-PRIVACY-BLOCK
           MOVE ZERO TO STU-PRIVACY-DATE
           WRITE STUDENT-MASTER-RECORD
           IF WS-MASTER-OK
               ADD 1 TO WS-RECORDS-LOADED
           CLOSE STUDENT-MASTER-FILE
           CLOSE ENROLLMENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           IF NOT WS-NO-SECTION-FILE
               CLOSE SECTION-MASTER-FILE
           END-IF
           CLOSE ERROR-LOG-FILE
           CLOSE TXN-LOG-FILE
           CLOSE CONTROL-TOTAL-FILE
           DISPLAY "Records rejected           : " WS-RECORDS-REJECTED
           DISPLAY "Enrollments waitlisted     : "
               WS-RECORDS-WAITLISTED
           DISPLAY "  behind higher priority   : "
               WS-PRIORITY-WAITLISTED
           IF WS-RECORDS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY LOCKPA.

       COPY SECTTBPA.

       COPY JRNLPA.
