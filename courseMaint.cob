      *                      timestamped after-image to the update
      *                      journal, so a restore can be rolled
      *                      forward instead of rekeyed.
      *      2026-10-15  DF  Maintains the course credit hours and
      *                      the per-credit tuition rate; credit
      *                      hours ride the audit images.
      *      2026-10-15  DF  Section maintenance - a transaction
      *                      carrying a section number adds, changes
      *                      or deletes that section on SECTION-
      *                      MASTER, with its own seats, meeting
      *                      pattern and instructor.  A section
      *                      delete is refused while students sit in
      *                      it, and a course delete while it still
      *                      has sections.  The audit images carry
      *                      the section number.
      *      2026-10-15  DF  Room assignment - a course or section
      *                      may name a room on ROOM-MASTER.  The
      *                      whole transaction is refused when the
      *                      room is unknown or deactivated, or when
      *                      the class would meet in it at the same
      *                      hour as another course or section.
      *      2026-10-15  DF  A course added here starts as offered
      *                      (CRS-STATUS-CODE space); cancellation
      *                      is CourseCancel's business.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CourseMaintenance.
           COPY LOCKSEL.
           COPY JRNLSEL.

           COPY SECTSEL.
           COPY ROOMSEL.



       DATA DIVISION.

       COPY LOCKFD.
       COPY JRNLFD.
       COPY SECTFD.
       COPY ROOMFD.


       COPY ERRLGFD.
       COPY OPERVWS.
       COPY LOCKWS.
       COPY JRNLWS.
       COPY SECTWS.
       COPY ROOMWS.
       COPY MEETOVWS.



               88  WS-SCAN-END      VALUE 'Y'.
           05  WS-IN-USE-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-COURSE-IN-USE VALUE 'Y'.
           05  WS-HAS-SECTIONS-SW   PIC X(01) VALUE 'N'.
               88  WS-COURSE-HAS-SECTIONS VALUE 'Y'.
           05  WS-ROOM-FILE-SWITCH  PIC X(01) VALUE 'Y'.
               88  WS-NO-ROOM-FILE  VALUE 'N'.
           05  WS-ROOM-REFUSED-SW   PIC X(01) VALUE 'N'.
               88  WS-ROOM-REFUSED  VALUE 'Y'.
           05  WS-BOOKING-EOF-SW    PIC X(01) VALUE 'N'.
               88  WS-BOOKING-END   VALUE 'Y'.

       01  WS-HS-COURSE-CODE        PIC X(04).

      *    The class whose room booking is being checked, and the
      *    class it collides with when it does.
       01  WS-CANDIDATE-BOOKING.
           05  WS-CB-COURSE-CODE    PIC X(04).
           05  WS-CB-SECTION-NO     PIC X(02).
           05  WS-CB-ROOM-ID        PIC X(09).
       01  WS-CLASH-BOOKING.
           05  WS-CL-COURSE-CODE    PIC X(04).
           05  WS-CL-SECTION-NO     PIC X(02).

      *    The booking scan walks both masters, so the records in
      *    hand are parked and put back around it.
       01  WS-SAVE-COURSE-RECORD    PIC X(90).
       01  WS-SAVE-SECTION-RECORD   PIC X(50).

       01  WS-OPERATOR-ID           PIC X(08).

           05  WS-BI-COURSE-CODE    PIC X(04).
           05  WS-BI-TITLE          PIC X(20).
           05  WS-BI-MAX-SEATS      PIC 9(03).
           05  WS-BI-CREDIT-HOURS   PIC 9(02)V9.
           05  WS-BI-SECTION-NO     PIC X(02).
           05  FILLER               PIC X(08) VALUE SPACES.

       01  WS-AFTER-IMAGE-AREA.
           05  WS-AI-COURSE-CODE    PIC X(04).
           05  WS-AI-TITLE          PIC X(20).
           05  WS-AI-MAX-SEATS      PIC 9(03).
           05  WS-AI-CREDIT-HOURS   PIC 9(02)V9.
           05  WS-AI-SECTION-NO     PIC X(02).
           05  FILLER               PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "SECTMAST" TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "CourseMaint " TO WS-JRN-PROGRAM-ID
           OPEN INPUT MAINTENANCE-TXN-FILE
           OPEN I-O   COURSE-MASTER-FILE
               CLOSE FEE-HISTORY-FILE
               OPEN I-O FEE-HISTORY-FILE
           END-IF
           OPEN I-O SECTION-MASTER-FILE
           IF WS-SECTION-NOTFOUND
               CLOSE SECTION-MASTER-FILE
               OPEN OUTPUT SECTION-MASTER-FILE
               CLOSE SECTION-MASTER-FILE
               OPEN I-O SECTION-MASTER-FILE
           END-IF
           OPEN INPUT ROOM-MASTER-FILE
           IF WS-ROOM-NOTFOUND
               MOVE 'N' TO WS-ROOM-FILE-SWITCH
               DISPLAY "CourseMaintenance - no room master; "
                   "room assignments will be refused"
           END-IF
           OPEN EXTEND AUDIT-TRAIL-FILE
           DISPLAY "CourseMaintenance - applying transactions"
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
           EXIT.

       2000-APPLY-TRANSACTION.
           IF CMT-SECTION-NO NOT = SPACES AND CMT-ACTION-VALID
               PERFORM 3000-APPLY-SECTION THRU 3000-EXIT
               PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CMT-ADD
                   PERFORM 2200-APPLY-ADD THRU 2200-EXIT
               MOVE ZERO TO CRS-MAX-SEATS
           END-IF
           MOVE ZERO TO CRS-ENROLLED-COUNT
           MOVE SPACE TO CRS-STATUS-CODE
           MOVE ZERO TO CRS-STATUS-DATE
           IF CMT-COURSE-FEE NUMERIC
               MOVE CMT-COURSE-FEE TO WS-NUMERIC-FEE
               MOVE WS-NUMERIC-FEE TO CRS-COURSE-FEE
           ELSE
               MOVE ZERO TO CRS-END-TIME
           END-IF
           IF CMT-CREDIT-HOURS NUMERIC
               MOVE CMT-CREDIT-HOURS-N TO CRS-CREDIT-HOURS
           ELSE
               MOVE ZERO TO CRS-CREDIT-HOURS
           END-IF
           IF CMT-CREDIT-RATE NUMERIC
               MOVE CMT-CREDIT-RATE-N TO CRS-CREDIT-RATE
           ELSE
               MOVE ZERO TO CRS-CREDIT-RATE
           END-IF
           MOVE SPACES TO CRS-INSTRUCTOR-ID
           IF CMT-INSTRUCTOR-ID NOT = SPACES
               PERFORM 2700-ASSIGN-INSTRUCTOR THRU 2700-EXIT
           END-IF
           MOVE CMT-ROOM-ID TO CRS-ROOM-ID
           PERFORM 2900-CHECK-COURSE-ROOM THRU 2900-EXIT
           IF WS-ROOM-REFUSED
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2200-EXIT
           END-IF
           PERFORM 2800-WRITE-FEE-HISTORY THRU 2800-EXIT
           WRITE COURSE-MASTER-RECORD
           IF WS-COURSE-OK
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Change rejected - course not on file "
                       CMT-COURSE-CODE
                   GO TO 2300-EXIT
           END-READ
           PERFORM 2450-BUILD-BEFORE-IMAGE THRU 2450-EXIT
           IF CMT-TITLE NOT = SPACES
               MOVE CMT-TITLE TO CRS-TITLE
           END-IF
           IF CMT-MAX-SEATS NUMERIC
               MOVE CMT-MAX-SEATS TO WS-NUMERIC-SEATS
               MOVE WS-NUMERIC-SEATS TO CRS-MAX-SEATS
           END-IF
           IF CMT-COURSE-FEE NUMERIC
               MOVE CMT-COURSE-FEE TO WS-NUMERIC-FEE
               MOVE WS-NUMERIC-FEE TO CRS-COURSE-FEE
           END-IF
           IF CMT-MEETING-DAYS NOT = SPACES
               MOVE CMT-MEETING-DAYS TO CRS-MEETING-DAYS
           END-IF
           IF CMT-START-TIME NUMERIC
               MOVE CMT-START-TIME TO WS-NUMERIC-TIME
               MOVE WS-NUMERIC-TIME TO CRS-START-TIME
           END-IF
           IF CMT-END-TIME NUMERIC
               MOVE CMT-END-TIME TO WS-NUMERIC-TIME
               MOVE WS-NUMERIC-TIME TO CRS-END-TIME
           END-IF
           IF CMT-CREDIT-HOURS NUMERIC
               MOVE CMT-CREDIT-HOURS-N TO CRS-CREDIT-HOURS
           END-IF
           IF CMT-CREDIT-RATE NUMERIC
               MOVE CMT-CREDIT-RATE-N TO CRS-CREDIT-RATE
           END-IF
           IF CMT-INSTRUCTOR-ID NOT = SPACES
               PERFORM 2700-ASSIGN-INSTRUCTOR THRU 2700-EXIT
           END-IF
           IF CMT-ROOM-ID NOT = SPACES
               MOVE CMT-ROOM-ID TO CRS-ROOM-ID
           END-IF
           PERFORM 2900-CHECK-COURSE-ROOM THRU 2900-EXIT
           IF WS-ROOM-REFUSED
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2300-EXIT
           END-IF
           PERFORM 2800-WRITE-FEE-HISTORY THRU 2800-EXIT
           REWRITE COURSE-MASTER-RECORD
           ADD 1 TO WS-CHANGES-APPLIED
           MOVE "COURSEM " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE CRS-CODE TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE COURSE-MASTER-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           PERFORM 2500-BUILD-AFTER-IMAGE THRU 2500-EXIT
           PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
       2300-EXIT.
           EXIT.

                   GO TO 2400-EXIT
           END-READ
           PERFORM 2410-CHECK-IN-USE THRU 2410-EXIT
           MOVE CMT-COURSE-CODE TO WS-HS-COURSE-CODE
           PERFORM 2430-CHECK-SECTIONS THRU 2430-EXIT
           IF WS-COURSE-IN-USE
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Delete refused - students still enrolled "
                   "in course " CMT-COURSE-CODE
               GO TO 2400-EXIT
           END-IF
           IF WS-COURSE-HAS-SECTIONS
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Delete refused - sections still on file "
                   "for course " CMT-COURSE-CODE
           ELSE
               PERFORM 2450-BUILD-BEFORE-IMAGE THRU 2450-EXIT
               DELETE COURSE-MASTER-FILE

      *-----------------------------------------------------------*
      *    2410-CHECK-IN-USE - scan ENROLLMENT-MASTER for any       *
      *    record still carrying this CourseCode (and section, on   *
      *    a section delete)                                        *
      *-----------------------------------------------------------*
       2410-CHECK-IN-USE.
           MOVE 'N' TO WS-IN-USE-SWITCH
                   GO TO 2420-EXIT
           END-READ
           IF ENL-COURSE-CODE = CMT-COURSE-CODE
                   AND (CMT-SECTION-NO = SPACES
                        OR ENL-SECTION-NO = CMT-SECTION-NO)
               MOVE 'Y' TO WS-IN-USE-SWITCH
           END-IF.
       2420-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2430-CHECK-SECTIONS - any SECTION-MASTER row for the     *
      *    course in WS-HS-COURSE-CODE                              *
      *-----------------------------------------------------------*
       2430-CHECK-SECTIONS.
           MOVE 'N' TO WS-HAS-SECTIONS-SW
           MOVE WS-HS-COURSE-CODE TO SEC-COURSE-CODE
           MOVE LOW-VALUES      TO SEC-SECTION-NO
           START SECTION-MASTER-FILE KEY NOT < SEC-KEY
               INVALID KEY
                   GO TO 2430-EXIT
           END-START
           READ SECTION-MASTER-FILE NEXT RECORD
               AT END
                   GO TO 2430-EXIT
           END-READ
           IF SEC-COURSE-CODE = WS-HS-COURSE-CODE
               MOVE 'Y' TO WS-HAS-SECTIONS-SW
           END-IF.
       2430-EXIT.
           EXIT.

       2450-BUILD-BEFORE-IMAGE.
           MOVE CRS-CODE           TO WS-BI-COURSE-CODE
           MOVE CRS-TITLE          TO WS-BI-TITLE
           MOVE CRS-MAX-SEATS      TO WS-BI-MAX-SEATS
           MOVE CRS-CREDIT-HOURS   TO WS-BI-CREDIT-HOURS
           MOVE SPACES             TO WS-BI-SECTION-NO.
       2450-EXIT.
           EXIT.

       2500-BUILD-AFTER-IMAGE.
           MOVE CRS-CODE           TO WS-AI-COURSE-CODE
           MOVE CRS-TITLE          TO WS-AI-TITLE
           MOVE CRS-MAX-SEATS      TO WS-AI-MAX-SEATS
           MOVE CRS-CREDIT-HOURS   TO WS-AI-CREDIT-HOURS
           MOVE SPACES             TO WS-AI-SECTION-NO.
       2500-EXIT.
           EXIT.

       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2900-CHECK-COURSE-ROOM - the course's own booking; a     *
      *    CHANGE that leaves room, days and hours alone is not     *
      *    rechecked                                                *
      *-----------------------------------------------------------*
       2900-CHECK-COURSE-ROOM.
           MOVE 'N' TO WS-ROOM-REFUSED-SW
           IF CMT-CHANGE AND CMT-ROOM-ID = SPACES
                   AND CMT-MEETING-DAYS = SPACES
                   AND CMT-START-TIME NOT NUMERIC
                   AND CMT-END-TIME NOT NUMERIC
               GO TO 2900-EXIT
           END-IF
           MOVE CRS-CODE         TO WS-CB-COURSE-CODE
           MOVE SPACES           TO WS-CB-SECTION-NO
           MOVE CRS-ROOM-ID      TO WS-CB-ROOM-ID
           MOVE CRS-MEETING-DAYS TO WS-MO-DAYS-1
           MOVE CRS-START-TIME   TO WS-MO-START-1
           MOVE CRS-END-TIME     TO WS-MO-END-1
           PERFORM 2950-CHECK-ROOM-BOOKING THRU 2950-EXIT.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2950-CHECK-ROOM-BOOKING - the room must be a live room   *
      *    on ROOM-MASTER, and no other class may meet in it at an  *
      *    overlapping hour.  Other sections are checked off        *
      *    SECTION-MASTER; other courses off COURSE-MASTER, except  *
      *    a course run in sections, which meets only as those      *
      *    sections.  A class's own course or sections are never   *
      *    its clash.                                               *
      *-----------------------------------------------------------*
       2950-CHECK-ROOM-BOOKING.
           MOVE 'N' TO WS-ROOM-REFUSED-SW
           IF WS-CB-ROOM-ID = SPACES
               GO TO 2950-EXIT
           END-IF
           IF WS-NO-ROOM-FILE
               MOVE "Room cannot be verified - no ROOM-MASTER"
                   TO ERR-MESSAGE-TEXT
               PERFORM 2990-LOG-ROOM-REFUSAL THRU 2990-EXIT
               GO TO 2950-EXIT
           END-IF
           MOVE WS-CB-ROOM-ID TO RMM-KEY
           READ ROOM-MASTER-FILE
               INVALID KEY
                   MOVE "Room not on ROOM-MASTER"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 2990-LOG-ROOM-REFUSAL THRU 2990-EXIT
                   GO TO 2950-EXIT
           END-READ
           IF NOT RMM-ACTIVE
               MOVE "Room is deactivated on ROOM-MASTER"
                   TO ERR-MESSAGE-TEXT
               PERFORM 2990-LOG-ROOM-REFUSAL THRU 2990-EXIT
               GO TO 2950-EXIT
           END-IF
           MOVE COURSE-MASTER-RECORD  TO WS-SAVE-COURSE-RECORD
           MOVE SECTION-MASTER-RECORD TO WS-SAVE-SECTION-RECORD
           PERFORM 2960-SCAN-SECTION-BOOKINGS THRU 2960-EXIT
           IF NOT WS-ROOM-REFUSED
               PERFORM 2970-SCAN-COURSE-BOOKINGS THRU 2970-EXIT
           END-IF
           MOVE WS-SAVE-COURSE-RECORD  TO COURSE-MASTER-RECORD
           MOVE WS-SAVE-SECTION-RECORD TO SECTION-MASTER-RECORD
           IF WS-ROOM-REFUSED
               MOVE "Room already booked at that hour"
                   TO ERR-MESSAGE-TEXT
               PERFORM 2990-LOG-ROOM-REFUSAL THRU 2990-EXIT
               DISPLAY "Room refused - " WS-CB-ROOM-ID
                   " already booked by course " WS-CL-COURSE-CODE
                   " section " WS-CL-SECTION-NO
           END-IF.
       2950-EXIT.
           EXIT.

       2960-SCAN-SECTION-BOOKINGS.
           MOVE 'N' TO WS-BOOKING-EOF-SW
           MOVE LOW-VALUES TO SEC-KEY
           START SECTION-MASTER-FILE KEY NOT < SEC-KEY
               INVALID KEY
                   GO TO 2960-EXIT
           END-START
           PERFORM 2965-CHECK-ONE-SECTION THRU 2965-EXIT
               UNTIL WS-BOOKING-END OR WS-ROOM-REFUSED.
       2960-EXIT.
           EXIT.

       2965-CHECK-ONE-SECTION.
           READ SECTION-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BOOKING-EOF-SW
                   GO TO 2965-EXIT
           END-READ
           IF SEC-ROOM-ID NOT = WS-CB-ROOM-ID
               GO TO 2965-EXIT
           END-IF
           IF SEC-COURSE-CODE = WS-CB-COURSE-CODE
                   AND (WS-CB-SECTION-NO = SPACES
                        OR SEC-SECTION-NO = WS-CB-SECTION-NO)
               GO TO 2965-EXIT
           END-IF
           MOVE SEC-MEETING-DAYS TO WS-MO-DAYS-2
           MOVE SEC-START-TIME   TO WS-MO-START-2
           MOVE SEC-END-TIME     TO WS-MO-END-2
           PERFORM 9470-CHECK-MEETING-OVERLAP THRU 9470-EXIT
           IF WS-MO-OVERLAP
               MOVE 'Y' TO WS-ROOM-REFUSED-SW
               MOVE SEC-COURSE-CODE TO WS-CL-COURSE-CODE
               MOVE SEC-SECTION-NO  TO WS-CL-SECTION-NO
           END-IF.
       2965-EXIT.
           EXIT.

       2970-SCAN-COURSE-BOOKINGS.
           MOVE 'N' TO WS-BOOKING-EOF-SW
           MOVE LOW-VALUES TO CRS-CODE
           START COURSE-MASTER-FILE KEY NOT < CRS-CODE
               INVALID KEY
                   GO TO 2970-EXIT
           END-START
           PERFORM 2975-CHECK-ONE-COURSE THRU 2975-EXIT
               UNTIL WS-BOOKING-END OR WS-ROOM-REFUSED.
       2970-EXIT.
           EXIT.

       2975-CHECK-ONE-COURSE.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BOOKING-EOF-SW
                   GO TO 2975-EXIT
           END-READ
           IF CRS-ROOM-ID NOT = WS-CB-ROOM-ID
                   OR CRS-CODE = WS-CB-COURSE-CODE
               GO TO 2975-EXIT
           END-IF
           MOVE CRS-MEETING-DAYS TO WS-MO-DAYS-2
           MOVE CRS-START-TIME   TO WS-MO-START-2
           MOVE CRS-END-TIME     TO WS-MO-END-2
           PERFORM 9470-CHECK-MEETING-OVERLAP THRU 9470-EXIT
           IF NOT WS-MO-OVERLAP
               GO TO 2975-EXIT
           END-IF
           MOVE CRS-CODE TO WS-HS-COURSE-CODE
           PERFORM 2430-CHECK-SECTIONS THRU 2430-EXIT
           IF NOT WS-COURSE-HAS-SECTIONS
               MOVE 'Y' TO WS-ROOM-REFUSED-SW
               MOVE CRS-CODE TO WS-CL-COURSE-CODE
               MOVE SPACES   TO WS-CL-SECTION-NO
           END-IF.
       2975-EXIT.
           EXIT.

       2990-LOG-ROOM-REFUSAL.
           MOVE 'Y' TO WS-ROOM-REFUSED-SW
           MOVE "ROOM" TO ERR-CODE
           MOVE "CMT-ROOM-ID" TO ERR-FIELD-NAME
           MOVE COURSE-MAINT-TRANSACTION TO ERR-INPUT-DATA
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT.
       2990-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2600-WRITE-AUDIT - common before/after audit write       *
      *-----------------------------------------------------------*
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-APPLY-SECTION - add / change / delete of one        *
      *    section; the course itself must be on file and is not    *
      *    rewritten                                                 *
      *-----------------------------------------------------------*
       3000-APPLY-SECTION.
           MOVE CMT-COURSE-CODE TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Section rejected - course not on file "
                       CMT-COURSE-CODE
                   GO TO 3000-EXIT
           END-READ
           MOVE CMT-COURSE-CODE TO SEC-COURSE-CODE
           MOVE CMT-SECTION-NO  TO SEC-SECTION-NO
           EVALUATE TRUE
               WHEN CMT-ADD
                   PERFORM 3200-ADD-SECTION THRU 3200-EXIT
               WHEN CMT-CHANGE
                   PERFORM 3300-CHANGE-SECTION THRU 3300-EXIT
               WHEN CMT-DELETE
                   PERFORM 3400-DELETE-SECTION THRU 3400-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-ADD-SECTION - blank or non-numeric fields take the  *
      *    course's own seats, meeting pattern and instructor       *
      *-----------------------------------------------------------*
       3200-ADD-SECTION.
           MOVE SPACES TO WS-BEFORE-IMAGE-AREA
           MOVE CRS-MAX-SEATS    TO SEC-MAX-SEATS
           MOVE CRS-MEETING-DAYS TO SEC-MEETING-DAYS
           MOVE CRS-START-TIME   TO SEC-START-TIME
           MOVE CRS-END-TIME     TO SEC-END-TIME
           PERFORM 3500-APPLY-SECTION-FIELDS THRU 3500-EXIT
           PERFORM 3700-CHECK-SECTION-ROOM THRU 3700-EXIT
           IF WS-ROOM-REFUSED
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 3200-EXIT
           END-IF
           WRITE SECTION-MASTER-RECORD
           IF WS-SECTION-OK
               ADD 1 TO WS-ADDS-APPLIED
               PERFORM 3650-SECTION-AFTER-IMAGE THRU 3650-EXIT
               PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT
           ELSE
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Add rejected for section " CMT-COURSE-CODE
                   "-" CMT-SECTION-NO " status " WS-SECTION-STATUS
           END-IF.
       3200-EXIT.
           EXIT.

       3300-CHANGE-SECTION.
           READ SECTION-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Change rejected - section not on file "
                       CMT-COURSE-CODE "-" CMT-SECTION-NO
                   GO TO 3300-EXIT
           END-READ
           PERFORM 3600-SECTION-BEFORE-IMAGE THRU 3600-EXIT
           PERFORM 3500-APPLY-SECTION-FIELDS THRU 3500-EXIT
           PERFORM 3700-CHECK-SECTION-ROOM THRU 3700-EXIT
           IF WS-ROOM-REFUSED
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 3300-EXIT
           END-IF
           REWRITE SECTION-MASTER-RECORD
           ADD 1 TO WS-CHANGES-APPLIED
           PERFORM 3650-SECTION-AFTER-IMAGE THRU 3650-EXIT
           PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
       3300-EXIT.
           EXIT.

       3400-DELETE-SECTION.
           READ SECTION-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Delete rejected - section not on file "
                       CMT-COURSE-CODE "-" CMT-SECTION-NO
                   GO TO 3400-EXIT
           END-READ
           PERFORM 2410-CHECK-IN-USE THRU 2410-EXIT
           IF WS-COURSE-IN-USE
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Delete refused - students still enrolled "
                   "in section " CMT-COURSE-CODE "-" CMT-SECTION-NO
               GO TO 3400-EXIT
           END-IF
           PERFORM 3600-SECTION-BEFORE-IMAGE THRU 3600-EXIT
           DELETE SECTION-MASTER-FILE
           ADD 1 TO WS-DELETES-APPLIED
           MOVE SPACES TO WS-AFTER-IMAGE-AREA
           PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3500-APPLY-SECTION-FIELDS - the CHANGE rule: blank or    *
      *    non-numeric leaves the field as it stands                *
      *-----------------------------------------------------------*
       3500-APPLY-SECTION-FIELDS.
           IF CMT-MAX-SEATS NUMERIC
               MOVE CMT-MAX-SEATS TO WS-NUMERIC-SEATS
               MOVE WS-NUMERIC-SEATS TO SEC-MAX-SEATS
           END-IF
           IF CMT-MEETING-DAYS NOT = SPACES
               MOVE CMT-MEETING-DAYS TO SEC-MEETING-DAYS
           END-IF
           IF CMT-START-TIME NUMERIC
               MOVE CMT-START-TIME TO WS-NUMERIC-TIME
               MOVE WS-NUMERIC-TIME TO SEC-START-TIME
           END-IF
           IF CMT-END-TIME NUMERIC
               MOVE CMT-END-TIME TO WS-NUMERIC-TIME
               MOVE WS-NUMERIC-TIME TO SEC-END-TIME
           END-IF
      *    The instructor check works on the course record buffer,
      *    which is never rewritten on a section transaction.
           IF CMT-ADD
               MOVE CRS-INSTRUCTOR-ID TO SEC-INSTRUCTOR-ID
               MOVE CRS-ROOM-ID       TO SEC-ROOM-ID
           END-IF
           IF CMT-ROOM-ID NOT = SPACES
               MOVE CMT-ROOM-ID TO SEC-ROOM-ID
           END-IF
           IF CMT-INSTRUCTOR-ID NOT = SPACES
               MOVE SEC-INSTRUCTOR-ID TO CRS-INSTRUCTOR-ID
               PERFORM 2700-ASSIGN-INSTRUCTOR THRU 2700-EXIT
               MOVE CRS-INSTRUCTOR-ID TO SEC-INSTRUCTOR-ID
           END-IF.
       3500-EXIT.
           EXIT.

       3600-SECTION-BEFORE-IMAGE.
           MOVE SEC-COURSE-CODE    TO WS-BI-COURSE-CODE
           MOVE CRS-TITLE          TO WS-BI-TITLE
           MOVE SEC-MAX-SEATS      TO WS-BI-MAX-SEATS
           MOVE CRS-CREDIT-HOURS   TO WS-BI-CREDIT-HOURS
           MOVE SEC-SECTION-NO     TO WS-BI-SECTION-NO.
       3600-EXIT.
           EXIT.

       3650-SECTION-AFTER-IMAGE.
           MOVE SEC-COURSE-CODE    TO WS-AI-COURSE-CODE
           MOVE CRS-TITLE          TO WS-AI-TITLE
           MOVE SEC-MAX-SEATS      TO WS-AI-MAX-SEATS
           MOVE CRS-CREDIT-HOURS   TO WS-AI-CREDIT-HOURS
           MOVE SEC-SECTION-NO     TO WS-AI-SECTION-NO.
       3650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3700-CHECK-SECTION-ROOM - the section's booking, under   *
      *    the same rule as the course's                            *
      *-----------------------------------------------------------*
       3700-CHECK-SECTION-ROOM.
           MOVE 'N' TO WS-ROOM-REFUSED-SW
           IF CMT-CHANGE AND CMT-ROOM-ID = SPACES
                   AND CMT-MEETING-DAYS = SPACES
                   AND CMT-START-TIME NOT NUMERIC
                   AND CMT-END-TIME NOT NUMERIC
               GO TO 3700-EXIT
           END-IF
           MOVE SEC-COURSE-CODE  TO WS-CB-COURSE-CODE
           MOVE SEC-SECTION-NO   TO WS-CB-SECTION-NO
           MOVE SEC-ROOM-ID      TO WS-CB-ROOM-ID
           MOVE SEC-MEETING-DAYS TO WS-MO-DAYS-1
           MOVE SEC-START-TIME   TO WS-MO-START-1
           MOVE SEC-END-TIME     TO WS-MO-END-1
           PERFORM 2950-CHECK-ROOM-BOOKING THRU 2950-EXIT.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8900-RELEASE-ALL-LOCKS - end-of-job lock release; a      *
      *    lock not held by this run is left alone                  *
       8900-RELEASE-ALL-LOCKS.
           MOVE "COURSEM " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           MOVE "SECTMAST" TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT.
       8900-EXIT.
           EXIT.
           CLOSE COURSE-MASTER-FILE
           CLOSE INSTRUCTOR-MASTER-FILE
           CLOSE FEE-HISTORY-FILE
           CLOSE SECTION-MASTER-FILE
           CLOSE ROOM-MASTER-FILE
           CLOSE AUDIT-TRAIL-FILE
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
       COPY LOCKPA.

       COPY JRNLPA.

       COPY MEETOVPA.
