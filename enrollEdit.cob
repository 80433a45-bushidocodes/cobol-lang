      *                      parameter master (PARMMAST.DAT) first;
      *                      the environment variable remains the
      *                      operator's rerun override.
      *      2026-10-15  DF  Section edit - a section on the
      *                      transaction must be on SECTION-MASTER
      *                      for the course, and a course that runs
      *                      in sections must name one, else the
      *                      record rejects as SECT.  The schedule-
      *                      clash edit now compares the meeting
      *                      pattern of the section the student sits
      *                      in, where there is one.
      *      2026-10-15  DF  Late-add edit - once the term's last
      *                      day to add (TERM-MASTER) has passed, an
      *                      add rejects as LATE unless it carries
      *                      the registrar's override code; an
      *                      overridden late add is listed on the
      *                      edit report.
      *      2026-10-15  DF  Transfer credit (grade TR) satisfies a
      *                      prerequisite at any minimum grade.
      *      2026-10-15  DF  Advising-hold edit - a student whose
      *                      advisor has set the hold on the student
      *                      advising file (STUADVR.DAT) rejects as
      *                      AHLD until the advisor clears it.
      *      2026-10-15  DF  Enrollment in a course marked cancelled
      *                      is rejected (CANC).
      *      2026-10-15  DF  Registration-window edit - a student
      *                      with a registration appointment for the
      *                      term (REGAPPT.DAT) whose window has not
      *                      yet opened rejects as WNDW.  Every
      *                      passed record now carries the student's
      *                      appointment onto ENRLVAL.DAT so the
      *                      update pass can seat by priority.
      *      2026-10-15  DF  The section master is closed only when
      *                      it was there to open.
      *      2026-10-15  DF  An overridden late add is counted and
      *                      listed only once the record has passed
      *                      every edit and gone to ENRLVAL.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EnrollEdit.
               RECORD KEY IS FNH-STUDENT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           COPY ADVSEL.

           COPY APPTSEL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PARMSEL.

           COPY SECTSEL.

           COPY TERMSEL.

       DATA DIVISION.
       FILE SECTION.


       FD  VALIDATED-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ENRLVAL.

       FD  ENROLLMENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       COPY FINHOLD.

       COPY ADVFD.

       COPY APPTFD.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.
       COPY PARMFD.
       COPY SECTFD.
       COPY TERMFD.


       WORKING-STORAGE SECTION.

       COPY CHKDGWS.
       COPY PARMWS.
       COPY SECTWS.
       COPY TERMWS.


       01  WS-ENROLL-STATUS         PIC X(02).
       01  WS-HOLD-STATUS           PIC X(02).
           88  WS-HOLD-NOTFOUND     VALUE "35".

       COPY ADVWS.

       COPY APPTWS.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
               88  WS-PREREQ-MET    VALUE 'Y'.
           05  WS-ALL-PREREQS-SWITCH PIC X(01).
               88  WS-ALL-PREREQS-MET VALUE 'Y'.
           05  WS-SECTION-FILE-SWITCH PIC X(01) VALUE 'Y'.
               88  WS-NO-SECTION-FILE VALUE 'N'.
           05  WS-TERM-FILE-SWITCH  PIC X(01) VALUE 'Y'.
               88  WS-NO-TERM-FILE  VALUE 'N'.
           05  WS-LATE-ADD-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-LATE-ADD-OVERRIDDEN VALUE 'Y'.

      *    Term the add will be posted to - the same month buckets
      *    EnrollUpdate derives ENL-TERM-CODE from.
       01  WS-ADD-TERM-CODE         PIC X(06).

      *    The student's registration appointment, carried onto the
      *    validated record; all nines (no appointment) seats last.
       01  WS-APPOINT-PRIORITY.
           05  WS-APPOINT-PRI-DATE  PIC 9(08).
           05  WS-APPOINT-PRI-TIME  PIC 9(04).

      *    Prerequisite rule table, loaded once at start of run.
       01  WS-PREREQ-TABLE.
           05  WS-GV-VALUE          PIC 9(02).

      *    Meeting schedule of the course being enrolled in, saved
      *    off the COURSE-MASTER (or SECTION-MASTER) read before the
      *    clash walk re-reads the record for the student's other
      *    courses.
       01  WS-NEW-COURSE-SCHEDULE.
           05  WS-NEW-MEETING-DAYS  PIC X(07).
           05  WS-NEW-START-TIME    PIC 9(04).
           05  WS-RECORDS-READ      PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-PASSED    PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-REJECTED  PIC 9(07) VALUE ZERO.
           05  WS-LATE-ADDS-OVERRIDDEN PIC 9(07) VALUE ZERO.

       01  WS-REJECT-THRESHOLD-PCT  PIC 9(03) VALUE 25.
       01  WS-REJECT-PERCENT        PIC 9(03) VALUE ZERO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WET-TRANSACTION      PIC X(64).

       01  WS-OVERRIDE-DETAIL.
           05  FILLER               PIC X(08) VALUE "LATEADD ".
           05  WEO-OVERRIDE-CODE    PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WEO-TRANSACTION      PIC X(64).

       01  WS-EDIT-TOTAL-LINE.
           05  FILLER               PIC X(07) VALUE "Read:  ".
           05  WEL-READ             PIC ZZZZZZ9.
               DISPLAY "EnrollEdit - no hold file; financial "
                   "holds not checked"
           END-IF
           OPEN INPUT STUDENT-ADVISING-FILE
           IF WS-ADVISING-NOTFOUND
               DISPLAY "EnrollEdit - no advising file; advising "
                   "holds not checked"
           END-IF
           OPEN INPUT REG-APPOINTMENT-FILE
           IF WS-APPOINT-NOTFOUND
               DISPLAY "EnrollEdit - no appointment file; "
                   "registration windows not checked"
           END-IF
           OPEN INPUT SECTION-MASTER-FILE
           IF WS-SECTION-NOTFOUND
               MOVE 'N' TO WS-SECTION-FILE-SWITCH
           END-IF
           OPEN INPUT TERM-MASTER-FILE
           IF WS-TERM-NOTFOUND
               MOVE 'N' TO WS-TERM-FILE-SWITCH
               DISPLAY "EnrollEdit - no term calendar; add "
                   "deadlines not checked"
           END-IF
           OPEN EXTEND REJECT-FILE
           OPEN EXTEND ERROR-LOG-FILE
           PERFORM 1300-LOAD-PREREQS THRU 1300-EXIT
           ADD 1 TO WS-RECORDS-READ
           PERFORM 2050-VALIDATE-ENROLLMENT THRU 2050-EXIT
           IF WS-ENROLLMENT-VALID
               MOVE ENROLLMENT-TRANSACTION TO EVL-TRANSACTION
               MOVE WS-APPOINT-PRIORITY TO EVL-PRIORITY-KEY
               WRITE VALIDATED-RECORD
               ADD 1 TO WS-RECORDS-PASSED
               IF WS-LATE-ADD-OVERRIDDEN
                   ADD 1 TO WS-LATE-ADDS-OVERRIDDEN
                   MOVE ENROLLMENT-TRANSACTION TO WEO-TRANSACTION
                   MOVE WS-OVERRIDE-DETAIL TO EDIT-PRINT-LINE
                   WRITE EDIT-PRINT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-REJECTED
               PERFORM 2300-REPORT-REJECT THRU 2300-EXIT
      *-----------------------------------------------------------*
       2050-VALIDATE-ENROLLMENT.
           SET WS-ENROLLMENT-VALID TO TRUE
           MOVE 'N' TO WS-LATE-ADD-SWITCH
           MOVE 99999999 TO WS-APPOINT-PRI-DATE
           MOVE 9999 TO WS-APPOINT-PRI-TIME
           IF ENR-STUDENT-ID NOT NUMERIC
               MOVE "TMPL" TO ERR-CODE
               MOVE "ENR-STUDENT-ID"  TO ERR-FIELD-NAME
                       PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                       SET WS-ENROLLMENT-INVALID TO TRUE
                   NOT INVALID KEY
                       IF CRS-CANCELLED
                           MOVE "CANC" TO ERR-CODE
                           MOVE "ENR-COURSE-CODE" TO ERR-FIELD-NAME
                           MOVE ENROLLMENT-TRANSACTION
                               TO ERR-INPUT-DATA
                           MOVE "Course has been cancelled"
                               TO ERR-MESSAGE-TEXT
                           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                           SET WS-ENROLLMENT-INVALID TO TRUE
                       END-IF
                       MOVE CRS-MEETING-DAYS TO WS-NEW-MEETING-DAYS
                       MOVE CRS-START-TIME   TO WS-NEW-START-TIME
                       MOVE CRS-END-TIME     TO WS-NEW-END-TIME
               END-READ
           END-IF
           IF WS-ENROLLMENT-VALID
               PERFORM 2055-CHECK-SECTION THRU 2055-EXIT
           END-IF
           IF WS-ENROLLMENT-VALID
               MOVE ENR-STUDENT-ID  TO ENL-STUDENT-ID
               MOVE ENR-COURSE-CODE TO ENL-COURSE-CODE
                       SET WS-ENROLLMENT-INVALID TO TRUE
               END-READ
           END-IF
           IF WS-ENROLLMENT-VALID AND NOT WS-NO-TERM-FILE
               PERFORM 2057-CHECK-ADD-DEADLINE THRU 2057-EXIT
           END-IF
           IF WS-ENROLLMENT-VALID AND NOT WS-APPOINT-NOTFOUND
               PERFORM 2069-CHECK-REG-WINDOW THRU 2069-EXIT
           END-IF
           IF WS-ENROLLMENT-VALID AND WS-PRQ-COUNT > ZERO
               PERFORM 2070-CHECK-PREREQS THRU 2070-EXIT
           END-IF
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2055-CHECK-SECTION - a named section must exist for the  *
      *    course and its meeting pattern replaces the course's;    *
      *    a course with section rows must have one named           *
      *-----------------------------------------------------------*
       2055-CHECK-SECTION.
           IF ENR-SECTION-NO = SPACES
               IF WS-NO-SECTION-FILE
                   GO TO 2055-EXIT
               END-IF
               MOVE ENR-COURSE-CODE TO SEC-COURSE-CODE
               MOVE LOW-VALUES      TO SEC-SECTION-NO
               START SECTION-MASTER-FILE KEY NOT < SEC-KEY
                   INVALID KEY
                       GO TO 2055-EXIT
               END-START
               READ SECTION-MASTER-FILE NEXT RECORD
                   AT END
                       GO TO 2055-EXIT
               END-READ
               IF SEC-COURSE-CODE = ENR-COURSE-CODE
                   MOVE "SECT" TO ERR-CODE
                   MOVE "ENR-SECTION-NO" TO ERR-FIELD-NAME
                   MOVE ENROLLMENT-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "Course runs in sections - name a section"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   SET WS-ENROLLMENT-INVALID TO TRUE
               END-IF
               GO TO 2055-EXIT
           END-IF
           IF WS-NO-SECTION-FILE
               MOVE "SECT" TO ERR-CODE
               MOVE "ENR-SECTION-NO" TO ERR-FIELD-NAME
               MOVE ENROLLMENT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Section named but no SECTION-MASTER"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               SET WS-ENROLLMENT-INVALID TO TRUE
               GO TO 2055-EXIT
           END-IF
           MOVE ENR-COURSE-CODE TO SEC-COURSE-CODE
           MOVE ENR-SECTION-NO  TO SEC-SECTION-NO
           READ SECTION-MASTER-FILE
               INVALID KEY
                   MOVE "SECT" TO ERR-CODE
                   MOVE "ENR-SECTION-NO" TO ERR-FIELD-NAME
                   MOVE ENROLLMENT-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "Section not on SECTION-MASTER for course"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   SET WS-ENROLLMENT-INVALID TO TRUE
               NOT INVALID KEY
                   MOVE SEC-MEETING-DAYS TO WS-NEW-MEETING-DAYS
                   MOVE SEC-START-TIME   TO WS-NEW-START-TIME
                   MOVE SEC-END-TIME     TO WS-NEW-END-TIME
           END-READ.
       2055-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2057-CHECK-ADD-DEADLINE - past the term's last day to    *
      *    add, only an add carrying an override code goes through; *
      *    it is listed once the record passes every edit.  A term  *
      *    not on the calendar is not policed                       *
      *-----------------------------------------------------------*
       2057-CHECK-ADD-DEADLINE.
           PERFORM 2056-DERIVE-ADD-TERM THRU 2056-EXIT
           MOVE WS-ADD-TERM-CODE TO TRM-TERM-CODE
           READ TERM-MASTER-FILE
               INVALID KEY
                   GO TO 2057-EXIT
           END-READ
           IF WS-PROCESSING-DATE NOT > TRM-LAST-ADD-DATE
               GO TO 2057-EXIT
           END-IF
           IF ENR-OVERRIDE-CODE NOT = SPACES
               MOVE 'Y' TO WS-LATE-ADD-SWITCH
               MOVE ENR-OVERRIDE-CODE TO WEO-OVERRIDE-CODE
               GO TO 2057-EXIT
           END-IF
           MOVE "LATE" TO ERR-CODE
           MOVE "ENR-OVERRIDE-CODE" TO ERR-FIELD-NAME
           MOVE ENROLLMENT-TRANSACTION TO ERR-INPUT-DATA
           MOVE "Past last day to add - override required"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           SET WS-ENROLLMENT-INVALID TO TRUE.
       2057-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2056-DERIVE-ADD-TERM - the term the add posts to, off    *
      *    the processing date                                      *
      *-----------------------------------------------------------*
       2056-DERIVE-ADD-TERM.
           EVALUATE TRUE
               WHEN WS-PROC-MONTH >= 1 AND WS-PROC-MONTH <= 5
                   MOVE "SP" TO WS-ADD-TERM-CODE(1:2)
               WHEN WS-PROC-MONTH >= 6 AND WS-PROC-MONTH <= 8
                   MOVE "SU" TO WS-ADD-TERM-CODE(1:2)
               WHEN OTHER
                   MOVE "FA" TO WS-ADD-TERM-CODE(1:2)
           END-EVALUATE
           MOVE WS-PROC-YEAR TO WS-ADD-TERM-CODE(3:4).
       2056-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2069-CHECK-REG-WINDOW - a student holding an appointment *
      *    for the term may not register before it opens.  The     *
      *    intake carries no time of day, so the request is judged *
      *    on the processing date: before the appointment day it   *
      *    rejects; from that day on it passes and the appointment *
      *    rides along to order the seating.  A student without an *
      *    appointment is not policed and seats last.               *
      *-----------------------------------------------------------*
       2069-CHECK-REG-WINDOW.
           PERFORM 2056-DERIVE-ADD-TERM THRU 2056-EXIT
           MOVE ENR-STUDENT-ID   TO APT-STUDENT-ID
           MOVE WS-ADD-TERM-CODE TO APT-TERM-CODE
           READ REG-APPOINTMENT-FILE
               INVALID KEY
                   GO TO 2069-EXIT
           END-READ
           IF APT-APPOINT-DATE NOT > WS-PROCESSING-DATE
               MOVE APT-APPOINT-DATE TO WS-APPOINT-PRI-DATE
               MOVE APT-APPOINT-TIME TO WS-APPOINT-PRI-TIME
               GO TO 2069-EXIT
           END-IF
           MOVE "WNDW" TO ERR-CODE
           MOVE "ENR-STUDENT-ID" TO ERR-FIELD-NAME
           MOVE ENROLLMENT-TRANSACTION TO ERR-INPUT-DATA
           MOVE "Registration window not yet open"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           SET WS-ENROLLMENT-INVALID TO TRUE.
       2069-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2060-CHECK-STUDENT-ID - an id already on the master is   *
      *    a real student whatever its digits say; a new id must    *
                       PERFORM 2065-CHECK-FINANCIAL-HOLD
                           THRU 2065-EXIT
                   END-IF
                   IF WS-ENROLLMENT-VALID
                       PERFORM 2067-CHECK-ADVISING-HOLD
                           THRU 2067-EXIT
                   END-IF
                   GO TO 2060-EXIT
           END-READ
           MOVE ENR-STUDENT-ID TO WS-CKD-STUDENT-ID
       2065-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2067-CHECK-ADVISING-HOLD - a student the advisor has      *
      *    held takes no new enrollment until the hold is cleared    *
      *-----------------------------------------------------------*
       2067-CHECK-ADVISING-HOLD.
           IF WS-ADVISING-NOTFOUND
               GO TO 2067-EXIT
           END-IF
           MOVE ENR-STUDENT-ID TO ADV-STUDENT-ID
           READ STUDENT-ADVISING-FILE
               INVALID KEY
                   GO TO 2067-EXIT
           END-READ
           IF NOT ADV-HOLD-ON
               GO TO 2067-EXIT
           END-IF
           MOVE "AHLD" TO ERR-CODE
           MOVE "ENR-STUDENT-ID" TO ERR-FIELD-NAME
           MOVE ENROLLMENT-TRANSACTION TO ERR-INPUT-DATA
           MOVE "Student on advising hold - see advisor"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           SET WS-ENROLLMENT-INVALID TO TRUE.
       2067-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2062-CHECK-TIME-CLASH - walk the student's existing       *
      *    enrollments and reject the new course when its meeting    *
               INVALID KEY
                   GO TO 2063-EXIT
           END-READ
      *    A sectioned enrollment meets on its section's pattern;
      *    it is laid over the course record just read, which is
      *    only scratch here.
           IF ENL-SECTION-NO NOT = SPACES AND NOT WS-NO-SECTION-FILE
               MOVE ENL-COURSE-CODE TO SEC-COURSE-CODE
               MOVE ENL-SECTION-NO  TO SEC-SECTION-NO
               READ SECTION-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEC-MEETING-DAYS TO CRS-MEETING-DAYS
                       MOVE SEC-START-TIME   TO CRS-START-TIME
                       MOVE SEC-END-TIME     TO CRS-END-TIME
               END-READ
           END-IF
           IF CRS-START-TIME = ZERO AND CRS-END-TIME = ZERO
               GO TO 2063-EXIT
           END-IF
           IF GRH-STUDENT-ID = ENR-STUDENT-ID
                   AND GRH-COURSE-CODE =
                       WS-PT-REQUIRED-COURSE (WS-PRQ-SUB)
               IF GRH-TRANSFER-CREDIT
                   MOVE 'Y' TO WS-PREREQ-MET-SWITCH
                   GO TO 2085-EXIT
               END-IF
               MOVE GRH-GRADE TO WS-GV-GRADE
               PERFORM 2090-GRADE-VALUE THRU 2090-EXIT
               IF WS-GV-VALUE >= WS-PT-MIN-VALUE (WS-PRQ-SUB)
           CLOSE STUDENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE FINANCIAL-HOLD-FILE
           IF NOT WS-ADVISING-NOTFOUND
               CLOSE STUDENT-ADVISING-FILE
           END-IF
           IF NOT WS-APPOINT-NOTFOUND
               CLOSE REG-APPOINTMENT-FILE
           END-IF
           IF NOT WS-NO-SECTION-FILE
               CLOSE SECTION-MASTER-FILE
           END-IF
           IF NOT WS-NO-TERM-FILE
               CLOSE TERM-MASTER-FILE
           END-IF
           CLOSE REJECT-FILE
           CLOSE ERROR-LOG-FILE
           DISPLAY "Records read     : " WS-RECORDS-READ
           DISPLAY "Records passed   : " WS-RECORDS-PASSED
           DISPLAY "Records rejected : " WS-RECORDS-REJECTED
           DISPLAY "Late adds allowed: " WS-LATE-ADDS-OVERRIDDEN
           IF WS-RECORDS-READ > ZERO
               COMPUTE WS-REJECT-PERCENT =
                   (WS-RECORDS-REJECTED * 100) / WS-RECORDS-READ
