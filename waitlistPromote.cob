      *    DATE-WRITTEN: 2026-08-22
      *    DATE-COMPILED:
      *    REMARKS:      Nightly waitlist drain.  Walks WAITLIST.DAT
      *                  in arrival order - by the day queued, and
      *                  within one day by the students'
      *                  registration appointments (REGAPPT.DAT) -
      *                  and promotes each entry whose course has a
      *                  free seat onto the ENROLLMENT-MASTER (and
      *                  STUDENT-MASTER when the student is new),
      *                  writing the same transaction-log and audit
      *                  entries a normal intake would.  Entries
      *                  still waiting are carried to WAITLIST.NEW -
      *                  promoting that file into place is left to
      *                  the operator, the same convention LogPurge
      *                  uses - and a waitlist-position report is
      *                  printed per course so the registrar can
      *                  answer "where am I in line" calls.  Writes
      *                  its own control-total record so the
      *                  reconciliation stays balanced after
      *                  promotions.
      *    MODIFICATION HISTORY:
      *      2026-08-22  DF  Original version.
      *      2026-08-22  DF  Business dates now come from the
      *                      timestamped after-image to the update
      *                      journal, so a restore can be rolled
      *                      forward instead of rekeyed.
      *      2026-10-15  DF  Section waitlists - an entry queued for
      *                      a section is promoted only when that
      *                      section has a free seat (SECTION-MASTER
      *                      limit against the seats counted off
      *                      STUENRL), lands on the enrollment in
      *                      that section, and is reported in line
      *                      for its course and section.
      *      2026-10-15  DF  An entry for a course marked cancelled
      *                      is dropped (CANC) rather than promoted.
      *      2026-10-15  DF  A new student is written with the
      *                      directory-information block released
      *                      rather than whatever the record area
      *                      last held.
      *      2026-10-15  DF  Entries queued on the same day are
      *                      promoted in registration-appointment
      *                      order rather than file order: the
      *                      waitlist is SORTed by day queued, then
      *                      appointment date and time; an entry
      *                      with no appointment on file goes last
      *                      for its day.
      *      2026-10-15  DF  A missing section master (status 35)
      *                      is noted at open; the section table is
      *                      not loaded and the file not closed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WaitlistPromote.
           SELECT WAITLIST-NEW-FILE ASSIGN TO "WAITLIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WAITLIST-SORT-FILE ASSIGN TO "WAITSORT.WRK".

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY LOCKSEL.
           COPY JRNLSEL.

           COPY SECTSEL.

           COPY APPTSEL.


       DATA DIVISION.
           REPLACING ==WAITLIST-RECORD== BY ==WAITLIST-NEW-RECORD==
                     LEADING ==WTL== BY ==WTN==.

      *    A waitlist entry behind its sort key - day queued, then
      *    the student's appointment (all nines when none).
       SD  WAITLIST-SORT-FILE.
       01  WAITLIST-SORT-RECORD.
           05  WSR-QUEUED-DATE         PIC 9(08).
           05  WSR-APPOINT-DATE        PIC 9(08).
           05  WSR-APPOINT-TIME        PIC 9(04).
           05  WSR-WAITLIST-ENTRY      PIC X(67).

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.
       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.
       COPY SECTFD.
       COPY APPTFD.



       COPY SYSCLOCK.
       COPY LOCKWS.
       COPY JRNLWS.
       COPY SECTWS.
       COPY SECTTBWS.
       COPY APPTWS.



           05  WS-ON-MASTER-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-STUDENT-ON-MASTER     VALUE 'Y'.
               88  WS-STUDENT-NOT-ON-MASTER VALUE 'N'.
           05  WS-RANK-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-RANK-END      VALUE 'Y'.
           05  WS-SECTION-FILE-SWITCH PIC X(01) VALUE 'Y'.
               88  WS-NO-SECTION-FILE VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ      PIC 9(07) VALUE ZERO.

       01  WS-DERIVED-TERM-CODE     PIC X(06).

       01  WS-QUEUED-TERM-CODE      PIC X(06).

      *    Per-course queue positions for the waitlist report - one
      *    slot per distinct CourseCode still carrying entries.
       01  WS-COURSE-TABLE.
           05  WS-COURSE-ENTRY OCCURS 200 TIMES
                   INDEXED BY CRS-IX.
               10  WS-CT-COURSE-CODE    PIC X(04).
               10  WS-CT-SECTION-NO     PIC X(02).
               10  WS-CT-QUEUE-POSITION PIC 9(05).

       01  WS-COURSE-SUB            PIC 9(03) COMP VALUE ZERO.

       01  WS-POSITION-DETAIL.
           05  WPD-COURSE-CODE      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WPD-SECTION-NO       PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE "pos ".
           05  WPD-POSITION         PIC ZZZZ9.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-END-OF-FILE
               SORT WAITLIST-SORT-FILE
                   ON ASCENDING KEY WSR-QUEUED-DATE
                                    WSR-APPOINT-DATE
                                    WSR-APPOINT-TIME
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 1500-RANK-WAITLIST
                       THRU 1500-EXIT
                   OUTPUT PROCEDURE IS 1600-DRAIN-WAITLIST
                       THRU 1600-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-ENTRIES-READ TO JST-RECORDS-READ
           MOVE WS-ENTRIES-PROMOTED TO JST-RECORDS-WRITTEN
               OPEN I-O ENROLLMENT-MASTER-FILE
           END-IF
           OPEN I-O    COURSE-MASTER-FILE
           OPEN INPUT  SECTION-MASTER-FILE
           IF WS-SECTION-NOTFOUND
               MOVE 'N' TO WS-SECTION-FILE-SWITCH
           END-IF
           IF NOT WS-NO-SECTION-FILE
               PERFORM 9400-LOAD-SECTION-TABLE THRU 9400-EXIT
           END-IF
           IF WS-ST-OVERFLOW
               CLOSE WAITLIST-FILE
               CLOSE WAITLIST-NEW-FILE
               CLOSE POSITION-REPORT-FILE
               CLOSE STUDENT-MASTER-FILE
               CLOSE ENROLLMENT-MASTER-FILE
               CLOSE COURSE-MASTER-FILE
               IF NOT WS-NO-SECTION-FILE
                   CLOSE SECTION-MASTER-FILE
               END-IF
               PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND TXN-LOG-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           OPEN EXTEND CONTROL-TOTAL-FILE
           OPEN EXTEND ERROR-LOG-FILE
           OPEN INPUT REG-APPOINTMENT-FILE
           IF WS-APPOINT-NOTFOUND
               DISPLAY "WaitlistPromote - no appointment file; "
                   "each day's entries kept in arrival order"
           END-IF
           MOVE CURRENT-DATE-WS TO WPH-DATE
           MOVE WS-POSITION-HEADING TO POSITION-PRINT-LINE
           WRITE POSITION-PRINT-LINE
           DISPLAY "WaitlistPromote - draining waitlist".
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1500-RANK-WAITLIST - SORT input procedure; each entry    *
      *    goes in behind its day queued and the student's          *
      *    appointment for the term it was queued in                *
      *-----------------------------------------------------------*
       1500-RANK-WAITLIST.
           PERFORM 1510-RANK-ONE THRU 1510-EXIT
               UNTIL WS-RANK-END.
       1500-EXIT.
           EXIT.

       1510-RANK-ONE.
           READ WAITLIST-FILE
               AT END
                   MOVE 'Y' TO WS-RANK-EOF-SWITCH
                   GO TO 1510-EXIT
           END-READ
           MOVE WTL-QUEUED-DATE TO WSR-QUEUED-DATE
           MOVE 99999999 TO WSR-APPOINT-DATE
           MOVE 9999 TO WSR-APPOINT-TIME
           MOVE WAITLIST-RECORD TO WSR-WAITLIST-ENTRY
           IF NOT WS-APPOINT-NOTFOUND
               PERFORM 1520-FIND-APPOINTMENT THRU 1520-EXIT
           END-IF
           RELEASE WAITLIST-SORT-RECORD.
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1520-FIND-APPOINTMENT - the term the entry was queued    *
      *    in, by the bucketing the intake uses                     *
      *-----------------------------------------------------------*
       1520-FIND-APPOINTMENT.
           EVALUATE TRUE
               WHEN WTL-QUEUED-MONTH >= 1 AND WTL-QUEUED-MONTH <= 5
                   MOVE "SP" TO WS-QUEUED-TERM-CODE(1:2)
               WHEN WTL-QUEUED-MONTH >= 6 AND WTL-QUEUED-MONTH <= 8
                   MOVE "SU" TO WS-QUEUED-TERM-CODE(1:2)
               WHEN OTHER
                   MOVE "FA" TO WS-QUEUED-TERM-CODE(1:2)
           END-EVALUATE
           MOVE WTL-QUEUED-YEAR TO WS-QUEUED-TERM-CODE(3:4)
           MOVE WTL-STUDENT-ID      TO APT-STUDENT-ID
           MOVE WS-QUEUED-TERM-CODE TO APT-TERM-CODE
           READ REG-APPOINTMENT-FILE
               INVALID KEY
                   GO TO 1520-EXIT
           END-READ
           MOVE APT-APPOINT-DATE TO WSR-APPOINT-DATE
           MOVE APT-APPOINT-TIME TO WSR-APPOINT-TIME.
       1520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1600-DRAIN-WAITLIST - SORT output procedure; the entries *
      *    in priority order through the promotion rules            *
      *-----------------------------------------------------------*
       1600-DRAIN-WAITLIST.
           PERFORM 2100-READ-WAITLIST THRU 2100-EXIT
           PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
       1600-EXIT.
           EXIT.

       2000-PROCESS-ENTRY.
           ADD 1 TO WS-ENTRIES-READ
           PERFORM 2200-TRY-PROMOTE THRU 2200-EXIT
           EXIT.

       2100-READ-WAITLIST.
           RETURN WAITLIST-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE WSR-WAITLIST-ENTRY TO WAITLIST-RECORD
           END-RETURN.
       2100-EXIT.
           EXIT.

                   ADD 1 TO WS-ENTRIES-DROPPED
                   GO TO 2200-EXIT
           END-READ
           IF CRS-CANCELLED
               MOVE "CANC" TO ERR-CODE
               MOVE "WTL-COURSE-CODE" TO ERR-FIELD-NAME
               MOVE WAITLIST-RECORD TO ERR-INPUT-DATA
               MOVE "Course has been cancelled"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-ENTRIES-DROPPED
               GO TO 2200-EXIT
           END-IF
           IF WTL-SECTION-NO NOT = SPACES
               PERFORM 2220-CHECK-SECTION-SEAT THRU 2220-EXIT
               GO TO 2200-EXIT
           END-IF
           IF CRS-MAX-SEATS > ZERO
                   AND CRS-ENROLLED-COUNT >= CRS-MAX-SEATS
               PERFORM 2500-KEEP-ON-WAITLIST THRU 2500-EXIT
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2220-CHECK-SECTION-SEAT - a section entry waits on its   *
      *    own section's seats; a section since withdrawn from      *
      *    SECTION-MASTER drops the entry                            *
      *-----------------------------------------------------------*
       2220-CHECK-SECTION-SEAT.
           MOVE WTL-COURSE-CODE TO WS-ST-COURSE-WANTED
           MOVE WTL-SECTION-NO  TO WS-ST-SECTION-WANTED
           PERFORM 9450-FIND-SECTION THRU 9450-EXIT
           IF NOT WS-ST-FOUND
               MOVE "SECT" TO ERR-CODE
               MOVE "WTL-SECTION-NO" TO ERR-FIELD-NAME
               MOVE WAITLIST-RECORD TO ERR-INPUT-DATA
               MOVE "Section not on SECTION-MASTER for course"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-ENTRIES-DROPPED
               GO TO 2220-EXIT
           END-IF
           IF WS-ST-MAX-SEATS (WS-ST-SUB) > ZERO
                   AND WS-ST-ENROLLED (WS-ST-SUB)
                       >= WS-ST-MAX-SEATS (WS-ST-SUB)
               PERFORM 2500-KEEP-ON-WAITLIST THRU 2500-EXIT
               GO TO 2220-EXIT
           END-IF
           PERFORM 2300-POST-PROMOTION THRU 2300-EXIT.
       2220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-POST-PROMOTION - same posting a normal intake does  *
      *-----------------------------------------------------------*
           END-READ
           MOVE WTL-STUDENT-ID     TO ENL-STUDENT-ID
           MOVE WTL-COURSE-CODE    TO ENL-COURSE-CODE
           MOVE WTL-SECTION-NO     TO ENL-SECTION-NO
           MOVE WS-DERIVED-TERM-CODE TO ENL-TERM-CODE
           MOVE CURRENT-YEAR       TO ENL-ENTRY-YEAR
           MOVE CURRENT-MONTH      TO ENL-ENTRY-MONTH
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           ADD 1 TO CRS-ENROLLED-COUNT
           REWRITE COURSE-MASTER-RECORD
           IF WTL-SECTION-NO NOT = SPACES
               ADD 1 TO WS-ST-ENROLLED (WS-ST-SUB)
           END-IF
           MOVE "COURSEM " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
               MOVE WS-DERIVED-TERM-CODE TO STU-TERM-CODE
               SET STU-STATUS-ACTIVE TO TRUE
               MOVE CURRENT-DATE-WS TO STU-STATUS-DATE
               MOVE 'N' TO STU-PRIVACY-BLOCK
               MOVE ZERO TO STU-PRIVACY-DATE
               WRITE STUDENT-MASTER-RECORD
               IF WS-MASTER-OK
                   ADD 1 TO WS-STUDENTS-ADDED
           ADD 1 TO WS-ENTRIES-KEPT
           PERFORM 2600-BUMP-QUEUE-POSITION THRU 2600-EXIT
           MOVE WTL-COURSE-CODE TO WPD-COURSE-CODE
           MOVE WTL-SECTION-NO  TO WPD-SECTION-NO
           IF WS-COURSE-TABLE-FULL
               MOVE ZERO TO WPD-POSITION
           ELSE
               MOVE WS-COURSE-COUNT TO WS-COURSE-SUB
               MOVE WTL-COURSE-CODE
                   TO WS-CT-COURSE-CODE (WS-COURSE-SUB)
               MOVE WTL-SECTION-NO
                   TO WS-CT-SECTION-NO (WS-COURSE-SUB)
               MOVE ZERO TO WS-CT-QUEUE-POSITION (WS-COURSE-SUB)
           END-IF
           ADD 1 TO WS-CT-QUEUE-POSITION (WS-COURSE-SUB).
       2610-SCAN-COURSE-TABLE.
           ADD 1 TO WS-COURSE-SUB
           IF WS-CT-COURSE-CODE (WS-COURSE-SUB) = WTL-COURSE-CODE
                   AND WS-CT-SECTION-NO (WS-COURSE-SUB) = WTL-SECTION-NO
               MOVE 'Y' TO WS-COURSE-FOUND-SWITCH
           END-IF.
       2610-EXIT.
           CLOSE STUDENT-MASTER-FILE
           CLOSE ENROLLMENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           IF NOT WS-NO-SECTION-FILE
               CLOSE SECTION-MASTER-FILE
           END-IF
           CLOSE TXN-LOG-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE CONTROL-TOTAL-FILE
           CLOSE ERROR-LOG-FILE
           IF NOT WS-APPOINT-NOTFOUND
               CLOSE REG-APPOINTMENT-FILE
           END-IF
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
           DISPLAY "Waitlist entries read    : " WS-ENTRIES-READ

       COPY LOCKPA.

       COPY SECTTBPA.

       COPY JRNLPA.
