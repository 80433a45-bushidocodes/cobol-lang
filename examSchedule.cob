      ******************************************************************
      *    PROGRAM-ID: ExamSchedule
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Final exam timetable build for the exam term
      *                  (the EXAM_TERM parameter, or the term the
      *                  processing date falls in).  Every offered
      *                  course with students enrolled for the term
      *                  on STUENRL.DAT is given one of the term's
      *                  exam periods (EXAMPER.DAT) - all sections
      *                  sit together.  Courses the registrar has
      *                  pinned (EXAMPIN.DAT) keep their period; the
      *                  rest are placed busiest first - most
      *                  students shared with other courses - each
      *                  into the period that double-books the fewest
      *                  students, then gives the fewest a third exam
      *                  that day, then the fewest two that day, and
      *                  has a free ROOM-MASTER room big enough (the
      *                  course's own room first, else the smallest
      *                  that fits).  Writes the timetable to
      *                  EXAMSCHD.DAT and EXAMTT.RPT, each student's
      *                  exams to EXAMSTU.RPT, and the students still
      *                  double-booked, or with three or more exams
      *                  in a day, to EXAMCONF.RPT for the registrar
      *                  to resolve.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ExamSchedule.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-MASTER-FILE ASSIGN TO "STUENRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENL-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT EXAM-PERIOD-FILE ASSIGN TO "EXAMPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT EXAM-PIN-FILE ASSIGN TO "EXAMPIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.

           SELECT COURSE-ORDER-FILE ASSIGN TO "EXAMCSRT.WRK".

           SELECT STUDENT-EXAM-FILE ASSIGN TO "EXAMSSRT.WRK".

           SELECT EXAM-SCHEDULE-FILE ASSIGN TO "EXAMSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIMETABLE-FILE ASSIGN TO "EXAMTT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-SCHEDULE-FILE ASSIGN TO "EXAMSTU.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONFLICT-FILE ASSIGN TO "EXAMCONF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ROOMSEL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PARMSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  ENROLLMENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUENRL.

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  EXAM-PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXAMPER.

       FD  EXAM-PIN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXAMPIN.

      *    Placing order - pinned courses first, then the courses
      *    sharing the most students with others, then the largest.
       SD  COURSE-ORDER-FILE.
       01  COURSE-ORDER-RECORD.
           05  COS-PIN-RANK            PIC 9(01).
           05  COS-DEGREE              PIC 9(07).
           05  COS-ENROLLED            PIC 9(04).
           05  COS-COURSE-CODE         PIC X(04).
           05  COS-COURSE-SUB          PIC 9(04).

      *    One exam one student sits, in date and time order per
      *    student.
       SD  STUDENT-EXAM-FILE.
       01  STUDENT-EXAM-RECORD.
           05  SES-STUDENT-ID          PIC 9(07).
           05  SES-EXAM-DATE           PIC 9(08).
           05  SES-START-TIME          PIC 9(04).
           05  SES-COURSE-CODE         PIC X(04).
           05  SES-END-TIME            PIC 9(04).
           05  SES-PERIOD-NO           PIC 9(02).
           05  SES-TITLE               PIC X(20).
           05  SES-ROOM-ID             PIC X(09).

       FD  EXAM-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EXAMSCHD.

       FD  TIMETABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIMETABLE-PRINT-LINE        PIC X(80).

       FD  STUDENT-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  STUDENT-PRINT-LINE          PIC X(80).

       FD  CONFLICT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONFLICT-PRINT-LINE         PIC X(80).

       COPY ROOMFD.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.
       COPY PARMFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY PARMWS.
       COPY SYSCLOCK.
       COPY ROOMWS.

       01  WS-ENROLL-STATUS         PIC X(02).
           88  WS-ENROLL-NOTFOUND   VALUE "35".

       01  WS-COURSE-STATUS         PIC X(02).
           88  WS-COURSE-NOTFOUND   VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).

       01  WS-PERIOD-STATUS         PIC X(02).
           88  WS-PERIOD-NOTFOUND   VALUE "35".

       01  WS-PIN-STATUS            PIC X(02).
           88  WS-PIN-NOTFOUND      VALUE "35".

       01  WS-SWITCHES.
           05  WS-ENL-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-ENL-END       VALUE 'Y'.
           05  WS-CRS-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-CRS-END       VALUE 'Y'.
           05  WS-PER-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-PER-END       VALUE 'Y'.
           05  WS-PIN-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-PIN-END       VALUE 'Y'.
           05  WS-RMM-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-RMM-END       VALUE 'Y'.
           05  WS-COS-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-COS-END       VALUE 'Y'.
           05  WS-SES-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-SES-END       VALUE 'Y'.
           05  WS-OVERFLOW-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-TABLE-OVERFLOW VALUE 'Y'.
           05  WS-COURSE-FOUND-SW   PIC X(01).
               88  WS-COURSE-FOUND  VALUE 'Y'.
           05  WS-ROOM-FOUND-SW     PIC X(01).
               88  WS-ROOM-FOUND    VALUE 'Y'.
           05  WS-FEASIBLE-SW       PIC X(01).
               88  WS-FEASIBLE-FOUND VALUE 'Y'.
           05  WS-FIRST-STUDENT-SW  PIC X(01) VALUE 'Y'.
               88  WS-FIRST-STUDENT VALUE 'Y'.
           05  WS-STUDENT-CONFLICT-SW PIC X(01).
               88  WS-STUDENT-CONFLICTED VALUE 'Y'.

       01  WS-EXAM-TERM-PICK        PIC X(06).
       01  WS-EXAM-TERM             PIC X(06).

      *    The term's exam periods, and the distinct days they
      *    fall on.
       01  WS-PERIOD-TABLE.
           05  WS-PD-COUNT          PIC 9(02) COMP VALUE ZERO.
           05  WS-PD-ENTRY OCCURS 30 TIMES.
               10  WS-PD-PERIOD-NO  PIC 9(02).
               10  WS-PD-EXAM-DATE  PIC 9(08).
               10  WS-PD-START-TIME PIC 9(04).
               10  WS-PD-END-TIME   PIC 9(04).
               10  WS-PD-DAY-SUB    PIC 9(02) COMP.
               10  WS-PD-EXAMS      PIC 9(04).
       01  WS-DAY-TABLE.
           05  WS-DY-COUNT          PIC 9(02) COMP VALUE ZERO.
           05  WS-DY-DATE OCCURS 15 TIMES
                                    PIC 9(08).

      *    Offered courses in CourseCode order, with what the
      *    placement needs to know about each.
       01  WS-COURSE-TABLE.
           05  WS-CT-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-CT-ENTRY OCCURS 500 TIMES.
               10  WS-CT-COURSE-CODE    PIC X(04).
               10  WS-CT-TITLE          PIC X(20).
               10  WS-CT-HOME-ROOM      PIC X(09).
               10  WS-CT-ENROLLED       PIC 9(04).
               10  WS-CT-DEGREE         PIC 9(07).
               10  WS-CT-ROSTER-START   PIC 9(05) COMP.
               10  WS-CT-ROSTER-FILL    PIC 9(05) COMP.
               10  WS-CT-PIN-PERIOD     PIC 9(02) COMP.
               10  WS-CT-PIN-ROOM       PIC X(09).
               10  WS-CT-PERIOD         PIC 9(02) COMP.
               10  WS-CT-ROOM           PIC X(09).
               10  WS-CT-CONFLICTS      PIC 9(04).

      *    Students shared between each pair of courses.
       01  WS-SHARED-MATRIX.
           05  WS-MX-ROW OCCURS 500 TIMES.
               10  WS-MX-SHARED OCCURS 500 TIMES
                                    PIC 9(04) COMP.

      *    Every term enrollment as course and student number, and
      *    the same students regrouped course by course.
       01  WS-PAIR-TABLE.
           05  WS-PR-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-PR-ENTRY OCCURS 25000 TIMES.
               10  WS-PR-COURSE     PIC 9(04) COMP.
               10  WS-PR-STUDENT    PIC 9(05) COMP.
       01  WS-ROSTER-TABLE.
           05  WS-RS-STUDENT OCCURS 25000 TIMES
                                    PIC 9(05) COMP.

      *    Exams each student already has on each exam day.
       01  WS-STUDENT-DAY-TABLE.
           05  WS-SD-STUDENT OCCURS 9999 TIMES.
               10  WS-SD-DAY-EXAMS OCCURS 15 TIMES
                                    PIC 9(01).
       01  WS-STUDENT-COUNT         PIC 9(05) COMP VALUE ZERO.

      *    The courses of the student in hand on the enrollment
      *    pass.
       01  WS-STUDENT-COURSES.
           05  WS-SC-COUNT          PIC 9(02) COMP VALUE ZERO.
           05  WS-SC-COURSE OCCURS 20 TIMES
                                    PIC 9(04) COMP.
       01  WS-PRIOR-STUDENT-ID      PIC 9(07) VALUE ZERO.

       01  WS-ROOM-TABLE.
           05  WS-RM-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-RM-ENTRY OCCURS 200 TIMES.
               10  WS-RM-ID         PIC X(09).
               10  WS-RM-CAPACITY   PIC 9(03).
               10  WS-RM-BOOKED     PIC X(30).

      *    What each period would cost the course being placed.
       01  WS-CANDIDATE-WORK.
           05  WS-CN-CONFLICTS OCCURS 30 TIMES
                                    PIC 9(06).
           05  WS-CN-DAY-SHARED OCCURS 15 TIMES
                                    PIC 9(06).
           05  WS-CN-DAY-OVERLOAD OCCURS 15 TIMES
                                    PIC 9(05).
           05  WS-CN-COST           PIC 9(15).
           05  WS-BEST-COST         PIC 9(15).
           05  WS-BEST-PERIOD       PIC 9(02) COMP.
           05  WS-BEST-ROOM         PIC X(09).
           05  WS-ANY-COST          PIC 9(15).
           05  WS-ANY-PERIOD        PIC 9(02) COMP.

       01  WS-SUBSCRIPTS.
           05  WS-CT-SUB            PIC 9(04) COMP.
           05  WS-CT-OTHER          PIC 9(04) COMP.
           05  WS-PLACE-SUB         PIC 9(04) COMP.
           05  WS-PD-SUB            PIC 9(02) COMP.
           05  WS-DY-SUB            PIC 9(02) COMP.
           05  WS-RM-SUB            PIC 9(03) COMP.
           05  WS-PR-SUB            PIC 9(05) COMP.
           05  WS-RS-SUB            PIC 9(05) COMP.
           05  WS-RS-END            PIC 9(05) COMP.
           05  WS-SC-SUB-1          PIC 9(02) COMP.
           05  WS-SC-SUB-2          PIC 9(02) COMP.
           05  WS-COURSE-A          PIC 9(04) COMP.
           05  WS-COURSE-B          PIC 9(04) COMP.
           05  WS-STU-SUB           PIC 9(05) COMP.
           05  WS-ROSTER-NEXT       PIC 9(05) COMP.
           05  WS-LOW-SUB           PIC 9(04) COMP.
           05  WS-HIGH-SUB          PIC 9(04) COMP.
           05  WS-MID-SUB           PIC 9(04) COMP.

       01  WS-COURSE-WANTED         PIC X(04).
       01  WS-PERIOD-WANTED         PIC 9(02).
       01  WS-ROOM-WANTED           PIC X(09).
       01  WS-ROOM-CHOSEN           PIC X(09).
       01  WS-ROOM-CAPACITY-FIT     PIC 9(03).
       01  WS-PLACED-PERIOD         PIC 9(02) COMP.

      *    The student in hand on the schedule print.
       01  WS-STUDENT-WORK.
           05  WS-SW-STUDENT-ID     PIC 9(07) VALUE ZERO.
           05  WS-SW-PRIOR-PERIOD   PIC 9(02).
           05  WS-SW-PRIOR-COURSE   PIC X(04).
           05  WS-SW-PRIOR-DATE     PIC 9(08).
           05  WS-SW-DAY-COUNT      PIC 9(02).

       01  WS-COUNTERS.
           05  WS-ENROLLMENTS-READ  PIC 9(07) VALUE ZERO.
           05  WS-EXAMS-PLACED      PIC 9(05) VALUE ZERO.
           05  WS-EXAMS-PINNED      PIC 9(05) VALUE ZERO.
           05  WS-EXAMS-NO-ROOM     PIC 9(05) VALUE ZERO.
           05  WS-STUDENTS-SCHEDULED PIC 9(05) VALUE ZERO.
           05  WS-STUDENTS-CONFLICTED PIC 9(05) VALUE ZERO.
           05  WS-DOUBLE-BOOKINGS   PIC 9(05) VALUE ZERO.
           05  WS-DAY-OVERLOADS     PIC 9(05) VALUE ZERO.
           05  WS-EXCEPTIONS        PIC 9(05) VALUE ZERO.

       01  WS-TIMETABLE-HEADING.
           05  FILLER               PIC X(27) VALUE
               "FINAL EXAM TIMETABLE  term ".
           05  WTH-TERM-CODE        PIC X(06).
           05  FILLER               PIC X(09) VALUE "  dated  ".
           05  WTH-DATE             PIC 9(08).

       01  WS-PERIOD-LINE.
           05  FILLER               PIC X(07) VALUE "Period ".
           05  WPL-PERIOD-NO        PIC Z9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WPL-DATE             PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WPL-START-HH         PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  WPL-START-MM         PIC 9(02).
           05  FILLER               PIC X(01) VALUE "-".
           05  WPL-END-HH           PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  WPL-END-MM           PIC 9(02).

       01  WS-EXAM-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WEL-COURSE-CODE      PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WEL-TITLE            PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WEL-ROOM             PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WEL-ENROLLED         PIC ZZZ9.
           05  FILLER               PIC X(10) VALUE " students ".
           05  WEL-CONFLICTS        PIC ZZZ9.
           05  FILLER               PIC X(09) VALUE " clashes ".
           05  WEL-PINNED           PIC X(06).

       01  WS-STUDENT-HEADING.
           05  FILLER               PIC X(19) VALUE
               "FINAL EXAMS  term  ".
           05  WSH-TERM-CODE        PIC X(06).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WSH-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSH-SURNAME          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WSH-GIVEN-NAME       PIC X(15).

       01  WS-STUDENT-EXAM-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WSE-DATE             PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSE-START-HH         PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  WSE-START-MM         PIC 9(02).
           05  FILLER               PIC X(01) VALUE "-".
           05  WSE-END-HH           PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  WSE-END-MM           PIC 9(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSE-COURSE-CODE      PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSE-TITLE            PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSE-ROOM             PIC X(10).
           05  WSE-FLAG             PIC X(07).

       01  WS-CONFLICT-HEADING.
           05  FILLER               PIC X(38) VALUE
               "EXAM CONFLICTS TO RESOLVE  term ".
           05  WCH-TERM-CODE        PIC X(06).
           05  FILLER               PIC X(09) VALUE "  dated  ".
           05  WCH-DATE             PIC 9(08).

       01  WS-CONFLICT-LINE.
           05  WCL-KIND             PIC X(14).
           05  WCL-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WCL-SURNAME          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WCL-DATE             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WCL-DETAIL           PIC X(28).

       01  WS-SEPARATOR-LINE        PIC X(40) VALUE ALL "-".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE NOT = 16
               PERFORM 2000-BUILD-ENROLLMENT THRU 2000-EXIT
           END-IF
           IF RETURN-CODE NOT = 16
               PERFORM 2500-BUILD-ROSTERS THRU 2500-EXIT
               SORT COURSE-ORDER-FILE
                   ON ASCENDING KEY COS-PIN-RANK
                      DESCENDING KEY COS-DEGREE
                                     COS-ENROLLED
                      ASCENDING KEY COS-COURSE-CODE
                   INPUT PROCEDURE IS 3000-RELEASE-COURSES
                       THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-PLACE-EXAMS
                       THRU 4000-EXIT
               PERFORM 5000-PRINT-TIMETABLE THRU 5000-EXIT
               SORT STUDENT-EXAM-FILE
                   ON ASCENDING KEY SES-STUDENT-ID
                                    SES-EXAM-DATE
                                    SES-START-TIME
                                    SES-COURSE-CODE
                   INPUT PROCEDURE IS 6000-RELEASE-STUDENT-EXAMS
                       THRU 6000-EXIT
                   OUTPUT PROCEDURE IS 7000-PRINT-STUDENT-EXAMS
                       THRU 7000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-ENROLLMENTS-READ TO JST-RECORDS-READ
           MOVE WS-EXAMS-PLACED TO JST-RECORDS-WRITTEN
           MOVE WS-STUDENTS-CONFLICTED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "ExamSchedule" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "EXAMSCHD" TO ERR-PROGRAM-ID
           OPEN EXTEND ERROR-LOG-FILE
           MOVE "EXAM_TERM" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:6) TO WS-EXAM-TERM-PICK
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "EXAM_TERM"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:6) TO WS-EXAM-TERM-PICK
           END-IF
           IF WS-EXAM-TERM-PICK NOT = SPACES
               MOVE WS-EXAM-TERM-PICK TO WS-EXAM-TERM
           ELSE
               PERFORM 1100-DERIVE-TERM-CODE THRU 1100-EXIT
           END-IF
           PERFORM 1200-LOAD-PERIODS THRU 1200-EXIT
           IF RETURN-CODE = 16
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           IF WS-COURSE-NOTFOUND
               DISPLAY "ExamSchedule - COURSE-MASTER not found"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-LOAD-COURSES THRU 1300-EXIT
           CLOSE COURSE-MASTER-FILE
           IF WS-TABLE-OVERFLOW
               DISPLAY "ExamSchedule - more than 500 offered "
                   "courses; timetable not built"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1400-LOAD-ROOMS THRU 1400-EXIT
           INITIALIZE WS-SHARED-MATRIX
           INITIALIZE WS-STUDENT-DAY-TABLE
           PERFORM 1500-LOAD-PINS THRU 1500-EXIT
           DISPLAY "ExamSchedule - building the exam timetable for "
               "term " WS-EXAM-TERM.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-DERIVE-TERM-CODE - same bucketing the intake uses   *
      *-----------------------------------------------------------*
       1100-DERIVE-TERM-CODE.
           EVALUATE TRUE
               WHEN WS-PROC-MONTH >= 1 AND WS-PROC-MONTH <= 5
                   MOVE "SP" TO WS-EXAM-TERM(1:2)
               WHEN WS-PROC-MONTH >= 6 AND WS-PROC-MONTH <= 8
                   MOVE "SU" TO WS-EXAM-TERM(1:2)
               WHEN OTHER
                   MOVE "FA" TO WS-EXAM-TERM(1:2)
           END-EVALUATE
           MOVE WS-PROC-YEAR TO WS-EXAM-TERM(3:4).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-LOAD-PERIODS - the term's exam periods; with none   *
      *    there is nothing to schedule into                        *
      *-----------------------------------------------------------*
       1200-LOAD-PERIODS.
           OPEN INPUT EXAM-PERIOD-FILE
           IF WS-PERIOD-NOTFOUND
               DISPLAY "ExamSchedule - no EXAMPER.DAT period file"
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LOAD-ONE-PERIOD THRU 1210-EXIT
               UNTIL WS-PER-END
           CLOSE EXAM-PERIOD-FILE
           IF WS-PD-COUNT = ZERO
               DISPLAY "ExamSchedule - no exam periods for term "
                   WS-EXAM-TERM
               MOVE 16 TO RETURN-CODE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-PERIOD.
           READ EXAM-PERIOD-FILE
               AT END
                   MOVE 'Y' TO WS-PER-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ
           IF EXP-TERM-CODE NOT = WS-EXAM-TERM
               GO TO 1210-EXIT
           END-IF
           IF EXP-PERIOD-NO NOT NUMERIC
                   OR EXP-EXAM-DATE NOT NUMERIC
                   OR EXP-START-TIME NOT NUMERIC
                   OR EXP-END-TIME NOT NUMERIC
               DISPLAY "ExamSchedule - period line ignored: "
                   EXAM-PERIOD-RECORD
               GO TO 1210-EXIT
           END-IF
           IF WS-PD-COUNT >= 30
               DISPLAY "ExamSchedule - over 30 periods; ignored: "
                   EXAM-PERIOD-RECORD
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-PD-COUNT
           MOVE EXP-PERIOD-NO  TO WS-PD-PERIOD-NO (WS-PD-COUNT)
           MOVE EXP-EXAM-DATE  TO WS-PD-EXAM-DATE (WS-PD-COUNT)
           MOVE EXP-START-TIME TO WS-PD-START-TIME (WS-PD-COUNT)
           MOVE EXP-END-TIME   TO WS-PD-END-TIME (WS-PD-COUNT)
           MOVE ZERO           TO WS-PD-EXAMS (WS-PD-COUNT)
           MOVE ZERO TO WS-DY-SUB
           PERFORM 1220-FIND-DAY THRU 1220-EXIT
               UNTIL WS-DY-SUB >= WS-DY-COUNT
                  OR WS-DY-DATE (WS-DY-SUB + 1) = EXP-EXAM-DATE
           ADD 1 TO WS-DY-SUB
           IF WS-DY-SUB > WS-DY-COUNT
               IF WS-DY-COUNT >= 15
                   DISPLAY "ExamSchedule - over 15 exam days; "
                       "ignored: " EXAM-PERIOD-RECORD
                   SUBTRACT 1 FROM WS-PD-COUNT
                   GO TO 1210-EXIT
               END-IF
               ADD 1 TO WS-DY-COUNT
               MOVE EXP-EXAM-DATE TO WS-DY-DATE (WS-DY-COUNT)
           END-IF
           MOVE WS-DY-SUB TO WS-PD-DAY-SUB (WS-PD-COUNT).
       1210-EXIT.
           EXIT.

       1220-FIND-DAY.
           ADD 1 TO WS-DY-SUB.
       1220-EXIT.
           EXIT.

       1300-LOAD-COURSES.
           PERFORM 1310-LOAD-ONE-COURSE THRU 1310-EXIT
               UNTIL WS-CRS-END OR WS-TABLE-OVERFLOW.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-COURSE.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CRS-EOF-SWITCH
                   GO TO 1310-EXIT
           END-READ
           IF CRS-CANCELLED
               GO TO 1310-EXIT
           END-IF
           IF WS-CT-COUNT >= 500
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO WS-CT-COUNT
           MOVE CRS-CODE    TO WS-CT-COURSE-CODE (WS-CT-COUNT)
           MOVE CRS-TITLE   TO WS-CT-TITLE (WS-CT-COUNT)
           MOVE CRS-ROOM-ID TO WS-CT-HOME-ROOM (WS-CT-COUNT)
           MOVE ZERO   TO WS-CT-ENROLLED (WS-CT-COUNT)
           MOVE ZERO   TO WS-CT-DEGREE (WS-CT-COUNT)
           MOVE ZERO   TO WS-CT-PIN-PERIOD (WS-CT-COUNT)
           MOVE SPACES TO WS-CT-PIN-ROOM (WS-CT-COUNT)
           MOVE ZERO   TO WS-CT-PERIOD (WS-CT-COUNT)
           MOVE SPACES TO WS-CT-ROOM (WS-CT-COUNT)
           MOVE ZERO   TO WS-CT-CONFLICTS (WS-CT-COUNT).
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1400-LOAD-ROOMS - active rooms with a seat count; with   *
      *    no room master, exams are timetabled without rooms       *
      *-----------------------------------------------------------*
       1400-LOAD-ROOMS.
           OPEN INPUT ROOM-MASTER-FILE
           IF WS-ROOM-NOTFOUND
               DISPLAY "ExamSchedule - no room master; rooms not "
                   "assigned"
               GO TO 1400-EXIT
           END-IF
           PERFORM 1410-LOAD-ONE-ROOM THRU 1410-EXIT
               UNTIL WS-RMM-END
           CLOSE ROOM-MASTER-FILE.
       1400-EXIT.
           EXIT.

       1410-LOAD-ONE-ROOM.
           READ ROOM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RMM-EOF-SWITCH
                   GO TO 1410-EXIT
           END-READ
           IF NOT RMM-ACTIVE
                   OR RMM-CAPACITY NOT NUMERIC
                   OR RMM-CAPACITY = ZERO
               GO TO 1410-EXIT
           END-IF
           IF WS-RM-COUNT >= 200
               GO TO 1410-EXIT
           END-IF
           ADD 1 TO WS-RM-COUNT
           MOVE RMM-KEY      TO WS-RM-ID (WS-RM-COUNT)
           MOVE RMM-CAPACITY TO WS-RM-CAPACITY (WS-RM-COUNT)
           MOVE SPACES       TO WS-RM-BOOKED (WS-RM-COUNT).
       1410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1500-LOAD-PINS - the registrar's fixed exams for the     *
      *    term; a pin to a course or period not on file is logged *
      *    and ignored                                              *
      *-----------------------------------------------------------*
       1500-LOAD-PINS.
           OPEN INPUT EXAM-PIN-FILE
           IF WS-PIN-NOTFOUND
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-LOAD-ONE-PIN THRU 1510-EXIT
               UNTIL WS-PIN-END
           CLOSE EXAM-PIN-FILE.
       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-PIN.
           READ EXAM-PIN-FILE
               AT END
                   MOVE 'Y' TO WS-PIN-EOF-SWITCH
                   GO TO 1510-EXIT
           END-READ
           IF EXN-TERM-CODE NOT = WS-EXAM-TERM
               GO TO 1510-EXIT
           END-IF
           MOVE EXN-COURSE-CODE TO WS-COURSE-WANTED
           PERFORM 8100-FIND-COURSE THRU 8100-EXIT
           MOVE ZERO TO WS-PD-SUB
           IF EXN-PERIOD-NO NUMERIC
               MOVE EXN-PERIOD-NO TO WS-PERIOD-WANTED
               PERFORM 8200-FIND-PERIOD THRU 8200-EXIT
           END-IF
           IF NOT WS-COURSE-FOUND OR WS-PD-SUB = ZERO
               MOVE "PINB" TO ERR-CODE
               MOVE "EXN-PERIOD-NO" TO ERR-FIELD-NAME
               MOVE EXAM-PIN-RECORD TO ERR-INPUT-DATA
               MOVE "Pin to unknown course or period ignored"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-EXCEPTIONS
               GO TO 1510-EXIT
           END-IF
           MOVE WS-PD-SUB   TO WS-CT-PIN-PERIOD (WS-CT-SUB)
           MOVE EXN-ROOM-ID TO WS-CT-PIN-ROOM (WS-CT-SUB).
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-BUILD-ENROLLMENT - one pass of the term's           *
      *    enrollments: the headcount per course, each student's   *
      *    courses, and the students every pair of courses shares  *
      *-----------------------------------------------------------*
       2000-BUILD-ENROLLMENT.
           OPEN INPUT ENROLLMENT-MASTER-FILE
           IF WS-ENROLL-NOTFOUND
               DISPLAY "ExamSchedule - ENROLLMENT-MASTER not found"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-ENL-EOF-SWITCH
           MOVE ZERO TO WS-PRIOR-STUDENT-ID
           MOVE ZERO TO WS-SC-COUNT
           PERFORM 2100-TAKE-ONE-ENROLLMENT THRU 2100-EXIT
               UNTIL WS-ENL-END OR WS-TABLE-OVERFLOW
           PERFORM 2300-PAIR-STUDENT-COURSES THRU 2300-EXIT
           CLOSE ENROLLMENT-MASTER-FILE
           IF WS-TABLE-OVERFLOW
               DISPLAY "ExamSchedule - more term enrollments or "
                   "students than the tables hold; timetable not "
                   "built"
               MOVE 16 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-TAKE-ONE-ENROLLMENT.
           READ ENROLLMENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ENL-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           IF ENL-TERM-CODE NOT = WS-EXAM-TERM
               GO TO 2100-EXIT
           END-IF
           MOVE ENL-COURSE-CODE TO WS-COURSE-WANTED
           PERFORM 8100-FIND-COURSE THRU 8100-EXIT
           IF NOT WS-COURSE-FOUND
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ENROLLMENTS-READ
           IF ENL-STUDENT-ID NOT = WS-PRIOR-STUDENT-ID
               PERFORM 2300-PAIR-STUDENT-COURSES THRU 2300-EXIT
               MOVE ENL-STUDENT-ID TO WS-PRIOR-STUDENT-ID
               MOVE ZERO TO WS-SC-COUNT
               IF WS-STUDENT-COUNT >= 9999
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-STUDENT-COUNT
           END-IF
           IF WS-PR-COUNT >= 25000
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-PR-COUNT
           MOVE WS-CT-SUB        TO WS-PR-COURSE (WS-PR-COUNT)
           MOVE WS-STUDENT-COUNT TO WS-PR-STUDENT (WS-PR-COUNT)
           ADD 1 TO WS-CT-ENROLLED (WS-CT-SUB)
           IF WS-SC-COUNT < 20
               ADD 1 TO WS-SC-COUNT
               MOVE WS-CT-SUB TO WS-SC-COURSE (WS-SC-COUNT)
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-PAIR-STUDENT-COURSES - every pair of the finished   *
      *    student's courses shares one more student                *
      *-----------------------------------------------------------*
       2300-PAIR-STUDENT-COURSES.
           MOVE ZERO TO WS-SC-SUB-1
           PERFORM 2310-PAIR-FIRST-COURSE THRU 2310-EXIT
               UNTIL WS-SC-SUB-1 >= WS-SC-COUNT.
       2300-EXIT.
           EXIT.

       2310-PAIR-FIRST-COURSE.
           ADD 1 TO WS-SC-SUB-1
           MOVE WS-SC-SUB-1 TO WS-SC-SUB-2
           PERFORM 2320-PAIR-SECOND-COURSE THRU 2320-EXIT
               UNTIL WS-SC-SUB-2 >= WS-SC-COUNT.
       2310-EXIT.
           EXIT.

       2320-PAIR-SECOND-COURSE.
           ADD 1 TO WS-SC-SUB-2
           MOVE WS-SC-COURSE (WS-SC-SUB-1) TO WS-COURSE-A
           MOVE WS-SC-COURSE (WS-SC-SUB-2) TO WS-COURSE-B
           ADD 1 TO WS-MX-SHARED (WS-COURSE-A, WS-COURSE-B)
           ADD 1 TO WS-MX-SHARED (WS-COURSE-B, WS-COURSE-A).
       2320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-BUILD-ROSTERS - the enrollments regrouped by        *
      *    course, and each course's count of students shared with *
      *    other courses                                            *
      *-----------------------------------------------------------*
       2500-BUILD-ROSTERS.
           MOVE 1 TO WS-ROSTER-NEXT
           MOVE ZERO TO WS-CT-SUB
           PERFORM 2510-SET-ROSTER-START THRU 2510-EXIT
               UNTIL WS-CT-SUB >= WS-CT-COUNT
           MOVE ZERO TO WS-PR-SUB
           PERFORM 2520-FILE-ONE-PAIR THRU 2520-EXIT
               UNTIL WS-PR-SUB >= WS-PR-COUNT.
       2500-EXIT.
           EXIT.

       2510-SET-ROSTER-START.
           ADD 1 TO WS-CT-SUB
           MOVE WS-ROSTER-NEXT TO WS-CT-ROSTER-START (WS-CT-SUB)
           MOVE WS-ROSTER-NEXT TO WS-CT-ROSTER-FILL (WS-CT-SUB)
           ADD WS-CT-ENROLLED (WS-CT-SUB) TO WS-ROSTER-NEXT
           MOVE ZERO TO WS-CT-OTHER
           PERFORM 2530-ADD-SHARED THRU 2530-EXIT
               UNTIL WS-CT-OTHER >= WS-CT-COUNT.
       2510-EXIT.
           EXIT.

       2520-FILE-ONE-PAIR.
           ADD 1 TO WS-PR-SUB
           MOVE WS-PR-COURSE (WS-PR-SUB) TO WS-CT-SUB
           MOVE WS-PR-STUDENT (WS-PR-SUB)
               TO WS-RS-STUDENT (WS-CT-ROSTER-FILL (WS-CT-SUB))
           ADD 1 TO WS-CT-ROSTER-FILL (WS-CT-SUB).
       2520-EXIT.
           EXIT.

       2530-ADD-SHARED.
           ADD 1 TO WS-CT-OTHER
           ADD WS-MX-SHARED (WS-CT-SUB, WS-CT-OTHER)
               TO WS-CT-DEGREE (WS-CT-SUB).
       2530-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-RELEASE-COURSES - SORT input procedure; every       *
      *    course with students this term                          *
      *-----------------------------------------------------------*
       3000-RELEASE-COURSES.
           MOVE ZERO TO WS-CT-SUB
           PERFORM 3100-RELEASE-ONE-COURSE THRU 3100-EXIT
               UNTIL WS-CT-SUB >= WS-CT-COUNT.
       3000-EXIT.
           EXIT.

       3100-RELEASE-ONE-COURSE.
           ADD 1 TO WS-CT-SUB
           IF WS-CT-ENROLLED (WS-CT-SUB) = ZERO
               GO TO 3100-EXIT
           END-IF
           IF WS-CT-PIN-PERIOD (WS-CT-SUB) > ZERO
               MOVE 1 TO COS-PIN-RANK
           ELSE
               MOVE 2 TO COS-PIN-RANK
           END-IF
           MOVE WS-CT-DEGREE (WS-CT-SUB)      TO COS-DEGREE
           MOVE WS-CT-ENROLLED (WS-CT-SUB)    TO COS-ENROLLED
           MOVE WS-CT-COURSE-CODE (WS-CT-SUB) TO COS-COURSE-CODE
           MOVE WS-CT-SUB                     TO COS-COURSE-SUB
           RELEASE COURSE-ORDER-RECORD.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-PLACE-EXAMS - SORT output procedure; each course    *
      *    in turn into its pinned period or its cheapest one       *
      *-----------------------------------------------------------*
       4000-PLACE-EXAMS.
           PERFORM 4050-RETURN-COURSE THRU 4050-EXIT
           PERFORM 4100-PLACE-ONE THRU 4100-EXIT
               UNTIL WS-COS-END.
       4000-EXIT.
           EXIT.

       4050-RETURN-COURSE.
           RETURN COURSE-ORDER-FILE
               AT END MOVE 'Y' TO WS-COS-EOF-SWITCH
           END-RETURN.
       4050-EXIT.
           EXIT.

       4100-PLACE-ONE.
           MOVE COS-COURSE-SUB TO WS-PLACE-SUB
           PERFORM 4200-TALLY-NEIGHBOURS THRU 4200-EXIT
           PERFORM 4300-TALLY-DAY-LOADS THRU 4300-EXIT
           IF WS-CT-PIN-PERIOD (WS-PLACE-SUB) > ZERO
               PERFORM 4400-PLACE-PINNED THRU 4400-EXIT
           ELSE
               PERFORM 4500-CHOOSE-PERIOD THRU 4500-EXIT
           END-IF
           PERFORM 4700-BOOK-EXAM THRU 4700-EXIT
           PERFORM 4050-RETURN-COURSE THRU 4050-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4200-TALLY-NEIGHBOURS - students this course shares      *
      *    with exams already placed, by period and by day          *
      *-----------------------------------------------------------*
       4200-TALLY-NEIGHBOURS.
           INITIALIZE WS-CANDIDATE-WORK
           MOVE ZERO TO WS-CT-OTHER
           PERFORM 4210-TALLY-ONE-NEIGHBOUR THRU 4210-EXIT
               UNTIL WS-CT-OTHER >= WS-CT-COUNT.
       4200-EXIT.
           EXIT.

       4210-TALLY-ONE-NEIGHBOUR.
           ADD 1 TO WS-CT-OTHER
           IF WS-CT-PERIOD (WS-CT-OTHER) = ZERO
                   OR WS-MX-SHARED (WS-PLACE-SUB, WS-CT-OTHER) = ZERO
               GO TO 4210-EXIT
           END-IF
           MOVE WS-CT-PERIOD (WS-CT-OTHER) TO WS-PD-SUB
           MOVE WS-PD-DAY-SUB (WS-PD-SUB) TO WS-DY-SUB
           ADD WS-MX-SHARED (WS-PLACE-SUB, WS-CT-OTHER)
               TO WS-CN-CONFLICTS (WS-PD-SUB)
           ADD WS-MX-SHARED (WS-PLACE-SUB, WS-CT-OTHER)
               TO WS-CN-DAY-SHARED (WS-DY-SUB).
       4210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4300-TALLY-DAY-LOADS - students of this course who       *
      *    already have two or more exams on each day               *
      *-----------------------------------------------------------*
       4300-TALLY-DAY-LOADS.
           MOVE WS-CT-ROSTER-START (WS-PLACE-SUB) TO WS-RS-SUB
           COMPUTE WS-RS-END = WS-RS-SUB
               + WS-CT-ENROLLED (WS-PLACE-SUB)
           PERFORM 4310-TALLY-ONE-STUDENT THRU 4310-EXIT
               UNTIL WS-RS-SUB >= WS-RS-END.
       4300-EXIT.
           EXIT.

       4310-TALLY-ONE-STUDENT.
           MOVE WS-RS-STUDENT (WS-RS-SUB) TO WS-STU-SUB
           MOVE ZERO TO WS-DY-SUB
           PERFORM 4320-TALLY-ONE-DAY THRU 4320-EXIT
               UNTIL WS-DY-SUB >= WS-DY-COUNT
           ADD 1 TO WS-RS-SUB.
       4310-EXIT.
           EXIT.

       4320-TALLY-ONE-DAY.
           ADD 1 TO WS-DY-SUB
           IF WS-SD-DAY-EXAMS (WS-STU-SUB, WS-DY-SUB) >= 2
               ADD 1 TO WS-CN-DAY-OVERLOAD (WS-DY-SUB)
           END-IF.
       4320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4400-PLACE-PINNED - the registrar's period stands; the   *
      *    pinned room if one was named and is free, else the best *
      *    free room                                                *
      *-----------------------------------------------------------*
       4400-PLACE-PINNED.
           MOVE WS-CT-PIN-PERIOD (WS-PLACE-SUB) TO WS-PLACED-PERIOD
           ADD 1 TO WS-EXAMS-PINNED
           MOVE WS-PLACED-PERIOD TO WS-PD-SUB
           MOVE 'N' TO WS-ROOM-FOUND-SW
           MOVE SPACES TO WS-ROOM-CHOSEN
           IF WS-CT-PIN-ROOM (WS-PLACE-SUB) NOT = SPACES
               MOVE WS-CT-PIN-ROOM (WS-PLACE-SUB) TO WS-ROOM-WANTED
               PERFORM 8300-FIND-ROOM THRU 8300-EXIT
               IF WS-RM-SUB > ZERO
                   IF WS-RM-BOOKED (WS-RM-SUB) (WS-PD-SUB:1) = SPACE
                       MOVE 'Y' TO WS-ROOM-FOUND-SW
                       MOVE WS-ROOM-WANTED TO WS-ROOM-CHOSEN
                   END-IF
               END-IF
           END-IF
           IF NOT WS-ROOM-FOUND
               PERFORM 4600-FIND-FREE-ROOM THRU 4600-EXIT
           END-IF
           MOVE WS-ROOM-CHOSEN TO WS-BEST-ROOM.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4500-CHOOSE-PERIOD - cheapest period with a room: a      *
      *    double-booked student outweighs any number of third     *
      *    exams in a day, and a third exam any number of second   *
      *    ones; ties go to the earlier period on file.  If no     *
      *    period has a room, the cheapest period is used without  *
      *    one                                                      *
      *-----------------------------------------------------------*
       4500-CHOOSE-PERIOD.
           MOVE 'N' TO WS-FEASIBLE-SW
           MOVE ZERO TO WS-BEST-PERIOD
           MOVE ZERO TO WS-ANY-PERIOD
           MOVE SPACES TO WS-BEST-ROOM
           MOVE ZERO TO WS-PD-SUB
           PERFORM 4510-COST-ONE-PERIOD THRU 4510-EXIT
               UNTIL WS-PD-SUB >= WS-PD-COUNT
           IF WS-FEASIBLE-FOUND
               MOVE WS-BEST-PERIOD TO WS-PLACED-PERIOD
           ELSE
               MOVE WS-ANY-PERIOD TO WS-PLACED-PERIOD
               MOVE SPACES TO WS-BEST-ROOM
           END-IF.
       4500-EXIT.
           EXIT.

       4510-COST-ONE-PERIOD.
           ADD 1 TO WS-PD-SUB
           MOVE WS-PD-DAY-SUB (WS-PD-SUB) TO WS-DY-SUB
           COMPUTE WS-CN-COST =
               WS-CN-CONFLICTS (WS-PD-SUB) * 100000000
               + WS-CN-DAY-OVERLOAD (WS-DY-SUB) * 10000
               + WS-CN-DAY-SHARED (WS-DY-SUB)
           IF WS-ANY-PERIOD = ZERO OR WS-CN-COST < WS-ANY-COST
               MOVE WS-CN-COST TO WS-ANY-COST
               MOVE WS-PD-SUB TO WS-ANY-PERIOD
           END-IF
           IF WS-FEASIBLE-FOUND AND WS-CN-COST NOT < WS-BEST-COST
               GO TO 4510-EXIT
           END-IF
           PERFORM 4600-FIND-FREE-ROOM THRU 4600-EXIT
           IF WS-ROOM-FOUND
               MOVE 'Y' TO WS-FEASIBLE-SW
               MOVE WS-CN-COST TO WS-BEST-COST
               MOVE WS-PD-SUB TO WS-BEST-PERIOD
               MOVE WS-ROOM-CHOSEN TO WS-BEST-ROOM
           END-IF.
       4510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4600-FIND-FREE-ROOM - for period WS-PD-SUB: the course's *
      *    own room if it is free and big enough, else the         *
      *    smallest free room that seats the course.  With no      *
      *    room master every period counts as having a room.       *
      *-----------------------------------------------------------*
       4600-FIND-FREE-ROOM.
           MOVE SPACES TO WS-ROOM-CHOSEN
           IF WS-RM-COUNT = ZERO
               MOVE 'Y' TO WS-ROOM-FOUND-SW
               GO TO 4600-EXIT
           END-IF
           MOVE 'N' TO WS-ROOM-FOUND-SW
           IF WS-CT-HOME-ROOM (WS-PLACE-SUB) NOT = SPACES
               MOVE WS-CT-HOME-ROOM (WS-PLACE-SUB) TO WS-ROOM-WANTED
               PERFORM 8300-FIND-ROOM THRU 8300-EXIT
               IF WS-RM-SUB > ZERO
                   IF WS-RM-BOOKED (WS-RM-SUB) (WS-PD-SUB:1) = SPACE
                           AND WS-RM-CAPACITY (WS-RM-SUB)
                               >= WS-CT-ENROLLED (WS-PLACE-SUB)
                       MOVE 'Y' TO WS-ROOM-FOUND-SW
                       MOVE WS-ROOM-WANTED TO WS-ROOM-CHOSEN
                       GO TO 4600-EXIT
                   END-IF
               END-IF
           END-IF
           MOVE 999 TO WS-ROOM-CAPACITY-FIT
           MOVE ZERO TO WS-RM-SUB
           PERFORM 4610-TRY-ONE-ROOM THRU 4610-EXIT
               UNTIL WS-RM-SUB >= WS-RM-COUNT.
       4600-EXIT.
           EXIT.

       4610-TRY-ONE-ROOM.
           ADD 1 TO WS-RM-SUB
           IF WS-RM-BOOKED (WS-RM-SUB) (WS-PD-SUB:1) NOT = SPACE
                   OR WS-RM-CAPACITY (WS-RM-SUB)
                       < WS-CT-ENROLLED (WS-PLACE-SUB)
               GO TO 4610-EXIT
           END-IF
           IF WS-ROOM-FOUND
                   AND WS-RM-CAPACITY (WS-RM-SUB)
                       NOT < WS-ROOM-CAPACITY-FIT
               GO TO 4610-EXIT
           END-IF
           MOVE 'Y' TO WS-ROOM-FOUND-SW
           MOVE WS-RM-CAPACITY (WS-RM-SUB) TO WS-ROOM-CAPACITY-FIT
           MOVE WS-RM-ID (WS-RM-SUB) TO WS-ROOM-CHOSEN.
       4610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4700-BOOK-EXAM - records the placement, books the room  *
      *    and adds the exam to each student's day                  *
      *-----------------------------------------------------------*
       4700-BOOK-EXAM.
           MOVE WS-PLACED-PERIOD TO WS-PD-SUB
           MOVE WS-PLACED-PERIOD TO WS-CT-PERIOD (WS-PLACE-SUB)
           MOVE WS-BEST-ROOM TO WS-CT-ROOM (WS-PLACE-SUB)
           MOVE WS-CN-CONFLICTS (WS-PD-SUB)
               TO WS-CT-CONFLICTS (WS-PLACE-SUB)
           ADD 1 TO WS-PD-EXAMS (WS-PD-SUB)
           ADD 1 TO WS-EXAMS-PLACED
           IF WS-BEST-ROOM NOT = SPACES
               MOVE WS-BEST-ROOM TO WS-ROOM-WANTED
               PERFORM 8300-FIND-ROOM THRU 8300-EXIT
               IF WS-RM-SUB > ZERO
                   MOVE 'Y' TO WS-RM-BOOKED (WS-RM-SUB) (WS-PD-SUB:1)
               END-IF
           END-IF
           IF WS-BEST-ROOM = SPACES AND WS-RM-COUNT > ZERO
               ADD 1 TO WS-EXAMS-NO-ROOM
               MOVE "NORM" TO ERR-CODE
               MOVE "RMM-CAPACITY" TO ERR-FIELD-NAME
               MOVE SPACES TO ERR-INPUT-DATA
               STRING WS-CT-COURSE-CODE (WS-PLACE-SUB) " period "
                      WS-PD-PERIOD-NO (WS-PD-SUB) " students "
                      WS-CT-ENROLLED (WS-PLACE-SUB)
                   DELIMITED BY SIZE INTO ERR-INPUT-DATA
               MOVE "No free room seats the exam"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-EXCEPTIONS
           END-IF
           MOVE WS-PD-DAY-SUB (WS-PD-SUB) TO WS-DY-SUB
           MOVE WS-CT-ROSTER-START (WS-PLACE-SUB) TO WS-RS-SUB
           COMPUTE WS-RS-END = WS-RS-SUB
               + WS-CT-ENROLLED (WS-PLACE-SUB)
           PERFORM 4710-ADD-STUDENT-EXAM THRU 4710-EXIT
               UNTIL WS-RS-SUB >= WS-RS-END.
       4700-EXIT.
           EXIT.

       4710-ADD-STUDENT-EXAM.
           MOVE WS-RS-STUDENT (WS-RS-SUB) TO WS-STU-SUB
           IF WS-SD-DAY-EXAMS (WS-STU-SUB, WS-DY-SUB) < 9
               ADD 1 TO WS-SD-DAY-EXAMS (WS-STU-SUB, WS-DY-SUB)
           END-IF
           ADD 1 TO WS-RS-SUB.
       4710-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-PRINT-TIMETABLE - period by period, the exams and   *
      *    their rooms; the same rows to EXAMSCHD.DAT              *
      *-----------------------------------------------------------*
       5000-PRINT-TIMETABLE.
           OPEN OUTPUT EXAM-SCHEDULE-FILE
           OPEN OUTPUT TIMETABLE-FILE
           MOVE WS-EXAM-TERM       TO WTH-TERM-CODE
           MOVE WS-PROCESSING-DATE TO WTH-DATE
           MOVE WS-TIMETABLE-HEADING TO TIMETABLE-PRINT-LINE
           WRITE TIMETABLE-PRINT-LINE
           MOVE ZERO TO WS-PD-SUB
           PERFORM 5100-PRINT-ONE-PERIOD THRU 5100-EXIT
               UNTIL WS-PD-SUB >= WS-PD-COUNT
           CLOSE EXAM-SCHEDULE-FILE
           CLOSE TIMETABLE-FILE.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-PERIOD.
           ADD 1 TO WS-PD-SUB
           MOVE WS-SEPARATOR-LINE TO TIMETABLE-PRINT-LINE
           WRITE TIMETABLE-PRINT-LINE
           MOVE WS-PD-PERIOD-NO (WS-PD-SUB) TO WPL-PERIOD-NO
           MOVE WS-PD-EXAM-DATE (WS-PD-SUB) TO WPL-DATE
           MOVE WS-PD-START-TIME (WS-PD-SUB)(1:2) TO WPL-START-HH
           MOVE WS-PD-START-TIME (WS-PD-SUB)(3:2) TO WPL-START-MM
           MOVE WS-PD-END-TIME (WS-PD-SUB)(1:2) TO WPL-END-HH
           MOVE WS-PD-END-TIME (WS-PD-SUB)(3:2) TO WPL-END-MM
           MOVE WS-PERIOD-LINE TO TIMETABLE-PRINT-LINE
           WRITE TIMETABLE-PRINT-LINE
           MOVE ZERO TO WS-CT-SUB
           PERFORM 5200-PRINT-ONE-EXAM THRU 5200-EXIT
               UNTIL WS-CT-SUB >= WS-CT-COUNT.
       5100-EXIT.
           EXIT.

       5200-PRINT-ONE-EXAM.
           ADD 1 TO WS-CT-SUB
           IF WS-CT-PERIOD (WS-CT-SUB) NOT = WS-PD-SUB
               GO TO 5200-EXIT
           END-IF
           MOVE WS-CT-COURSE-CODE (WS-CT-SUB) TO WEL-COURSE-CODE
           MOVE WS-CT-TITLE (WS-CT-SUB)       TO WEL-TITLE
           EVALUATE TRUE
               WHEN WS-CT-ROOM (WS-CT-SUB) NOT = SPACES
                   MOVE WS-CT-ROOM (WS-CT-SUB) TO WEL-ROOM
               WHEN WS-RM-COUNT > ZERO
                   MOVE "*NO ROOM*" TO WEL-ROOM
               WHEN OTHER
                   MOVE SPACES TO WEL-ROOM
           END-EVALUATE
           MOVE WS-CT-ENROLLED (WS-CT-SUB)  TO WEL-ENROLLED
           MOVE WS-CT-CONFLICTS (WS-CT-SUB) TO WEL-CONFLICTS
           IF WS-CT-PIN-PERIOD (WS-CT-SUB) > ZERO
               MOVE "pinned" TO WEL-PINNED
           ELSE
               MOVE SPACES TO WEL-PINNED
           END-IF
           MOVE WS-EXAM-LINE TO TIMETABLE-PRINT-LINE
           WRITE TIMETABLE-PRINT-LINE
           MOVE WS-EXAM-TERM                 TO EXS-TERM-CODE
           MOVE WS-CT-COURSE-CODE (WS-CT-SUB) TO EXS-COURSE-CODE
           MOVE WS-PD-PERIOD-NO (WS-PD-SUB)   TO EXS-PERIOD-NO
           MOVE WS-PD-EXAM-DATE (WS-PD-SUB)   TO EXS-EXAM-DATE
           MOVE WS-PD-START-TIME (WS-PD-SUB)  TO EXS-START-TIME
           MOVE WS-PD-END-TIME (WS-PD-SUB)    TO EXS-END-TIME
           MOVE WS-CT-ROOM (WS-CT-SUB)        TO EXS-ROOM-ID
           MOVE WS-CT-ENROLLED (WS-CT-SUB)    TO EXS-ENROLLED
           IF WS-CT-PIN-PERIOD (WS-CT-SUB) > ZERO
               MOVE 'Y' TO EXS-PINNED-FLAG
           ELSE
               MOVE 'N' TO EXS-PINNED-FLAG
           END-IF
           MOVE WS-CT-CONFLICTS (WS-CT-SUB)   TO EXS-CONFLICTS
           WRITE EXAM-SCHEDULE-RECORD.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6000-RELEASE-STUDENT-EXAMS - SORT input procedure; a     *
      *    second pass of the enrollments, one line per exam a     *
      *    student sits                                             *
      *-----------------------------------------------------------*
       6000-RELEASE-STUDENT-EXAMS.
           OPEN INPUT ENROLLMENT-MASTER-FILE
           MOVE 'N' TO WS-ENL-EOF-SWITCH
           PERFORM 6100-RELEASE-ONE-EXAM THRU 6100-EXIT
               UNTIL WS-ENL-END
           CLOSE ENROLLMENT-MASTER-FILE.
       6000-EXIT.
           EXIT.

       6100-RELEASE-ONE-EXAM.
           READ ENROLLMENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ENL-EOF-SWITCH
                   GO TO 6100-EXIT
           END-READ
           IF ENL-TERM-CODE NOT = WS-EXAM-TERM
               GO TO 6100-EXIT
           END-IF
           MOVE ENL-COURSE-CODE TO WS-COURSE-WANTED
           PERFORM 8100-FIND-COURSE THRU 8100-EXIT
           IF NOT WS-COURSE-FOUND
               GO TO 6100-EXIT
           END-IF
           IF WS-CT-PERIOD (WS-CT-SUB) = ZERO
               GO TO 6100-EXIT
           END-IF
           MOVE WS-CT-PERIOD (WS-CT-SUB) TO WS-PD-SUB
           MOVE ENL-STUDENT-ID                TO SES-STUDENT-ID
           MOVE WS-PD-EXAM-DATE (WS-PD-SUB)   TO SES-EXAM-DATE
           MOVE WS-PD-START-TIME (WS-PD-SUB)  TO SES-START-TIME
           MOVE WS-CT-COURSE-CODE (WS-CT-SUB) TO SES-COURSE-CODE
           MOVE WS-PD-END-TIME (WS-PD-SUB)    TO SES-END-TIME
           MOVE WS-PD-PERIOD-NO (WS-PD-SUB)   TO SES-PERIOD-NO
           MOVE WS-CT-TITLE (WS-CT-SUB)       TO SES-TITLE
           MOVE WS-CT-ROOM (WS-CT-SUB)        TO SES-ROOM-ID
           RELEASE STUDENT-EXAM-RECORD.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7000-PRINT-STUDENT-EXAMS - SORT output procedure; each   *
      *    student's exams in date order, and the conflict list of *
      *    students still double-booked or sitting three or more   *
      *    in a day                                                 *
      *-----------------------------------------------------------*
       7000-PRINT-STUDENT-EXAMS.
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN OUTPUT STUDENT-SCHEDULE-FILE
           OPEN OUTPUT CONFLICT-FILE
           MOVE WS-EXAM-TERM       TO WCH-TERM-CODE
           MOVE WS-PROCESSING-DATE TO WCH-DATE
           MOVE WS-CONFLICT-HEADING TO CONFLICT-PRINT-LINE
           WRITE CONFLICT-PRINT-LINE
           PERFORM 7050-RETURN-STUDENT-EXAM THRU 7050-EXIT
           PERFORM 7100-PRINT-ONE-EXAM THRU 7100-EXIT
               UNTIL WS-SES-END
           IF NOT WS-FIRST-STUDENT
               PERFORM 7400-END-STUDENT THRU 7400-EXIT
           END-IF
           IF WS-DOUBLE-BOOKINGS = ZERO AND WS-DAY-OVERLOADS = ZERO
               MOVE "No students double-booked or three exams a day."
                   TO CONFLICT-PRINT-LINE
               WRITE CONFLICT-PRINT-LINE
           END-IF
           CLOSE STUDENT-MASTER-FILE
           CLOSE STUDENT-SCHEDULE-FILE
           CLOSE CONFLICT-FILE.
       7000-EXIT.
           EXIT.

       7050-RETURN-STUDENT-EXAM.
           RETURN STUDENT-EXAM-FILE
               AT END MOVE 'Y' TO WS-SES-EOF-SWITCH
           END-RETURN.
       7050-EXIT.
           EXIT.

       7100-PRINT-ONE-EXAM.
           IF WS-FIRST-STUDENT OR SES-STUDENT-ID NOT = WS-SW-STUDENT-ID
               IF NOT WS-FIRST-STUDENT
                   PERFORM 7400-END-STUDENT THRU 7400-EXIT
               END-IF
               MOVE 'N' TO WS-FIRST-STUDENT-SW
               PERFORM 7200-START-STUDENT THRU 7200-EXIT
           END-IF
           MOVE SPACES TO WSE-FLAG
           IF SES-PERIOD-NO = WS-SW-PRIOR-PERIOD
               MOVE "CLASH" TO WSE-FLAG
               PERFORM 7300-LIST-DOUBLE-BOOKING THRU 7300-EXIT
           END-IF
           IF SES-EXAM-DATE = WS-SW-PRIOR-DATE
               ADD 1 TO WS-SW-DAY-COUNT
           ELSE
               MOVE 1 TO WS-SW-DAY-COUNT
           END-IF
           IF WS-SW-DAY-COUNT = 3
               PERFORM 7350-LIST-DAY-OVERLOAD THRU 7350-EXIT
           END-IF
           MOVE SES-EXAM-DATE       TO WSE-DATE
           MOVE SES-START-TIME(1:2) TO WSE-START-HH
           MOVE SES-START-TIME(3:2) TO WSE-START-MM
           MOVE SES-END-TIME(1:2)   TO WSE-END-HH
           MOVE SES-END-TIME(3:2)   TO WSE-END-MM
           MOVE SES-COURSE-CODE     TO WSE-COURSE-CODE
           MOVE SES-TITLE           TO WSE-TITLE
           MOVE SES-ROOM-ID         TO WSE-ROOM
           MOVE WS-STUDENT-EXAM-LINE TO STUDENT-PRINT-LINE
           WRITE STUDENT-PRINT-LINE
           MOVE SES-PERIOD-NO   TO WS-SW-PRIOR-PERIOD
           MOVE SES-COURSE-CODE TO WS-SW-PRIOR-COURSE
           MOVE SES-EXAM-DATE   TO WS-SW-PRIOR-DATE
           PERFORM 7050-RETURN-STUDENT-EXAM THRU 7050-EXIT.
       7100-EXIT.
           EXIT.

       7200-START-STUDENT.
           MOVE SES-STUDENT-ID TO WS-SW-STUDENT-ID
           MOVE 99 TO WS-SW-PRIOR-PERIOD
           MOVE SPACES TO WS-SW-PRIOR-COURSE
           MOVE ZERO TO WS-SW-PRIOR-DATE
           MOVE ZERO TO WS-SW-DAY-COUNT
           MOVE 'N' TO WS-STUDENT-CONFLICT-SW
           ADD 1 TO WS-STUDENTS-SCHEDULED
           MOVE SES-STUDENT-ID TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "*NOTFND*" TO STU-SURNAME
                   MOVE SPACES     TO STU-GIVEN-NAME
           END-READ
           MOVE WS-EXAM-TERM   TO WSH-TERM-CODE
           MOVE SES-STUDENT-ID TO WSH-STUDENT-ID
           MOVE STU-SURNAME    TO WSH-SURNAME
           MOVE STU-GIVEN-NAME TO WSH-GIVEN-NAME
           MOVE WS-STUDENT-HEADING TO STUDENT-PRINT-LINE
           WRITE STUDENT-PRINT-LINE.
       7200-EXIT.
           EXIT.

       7300-LIST-DOUBLE-BOOKING.
           ADD 1 TO WS-DOUBLE-BOOKINGS
           MOVE 'Y' TO WS-STUDENT-CONFLICT-SW
           MOVE "DOUBLE-BOOKED " TO WCL-KIND
           MOVE SES-STUDENT-ID   TO WCL-STUDENT-ID
           MOVE STU-SURNAME      TO WCL-SURNAME
           MOVE SES-EXAM-DATE    TO WCL-DATE
           MOVE SPACES TO WCL-DETAIL
           STRING "period " SES-PERIOD-NO "  "
                  WS-SW-PRIOR-COURSE " and " SES-COURSE-CODE
               DELIMITED BY SIZE INTO WCL-DETAIL
           MOVE WS-CONFLICT-LINE TO CONFLICT-PRINT-LINE
           WRITE CONFLICT-PRINT-LINE.
       7300-EXIT.
           EXIT.

       7350-LIST-DAY-OVERLOAD.
           ADD 1 TO WS-DAY-OVERLOADS
           MOVE 'Y' TO WS-STUDENT-CONFLICT-SW
           MOVE "3+ IN ONE DAY " TO WCL-KIND
           MOVE SES-STUDENT-ID   TO WCL-STUDENT-ID
           MOVE STU-SURNAME      TO WCL-SURNAME
           MOVE SES-EXAM-DATE    TO WCL-DATE
           MOVE "three or more exams that day" TO WCL-DETAIL
           MOVE WS-CONFLICT-LINE TO CONFLICT-PRINT-LINE
           WRITE CONFLICT-PRINT-LINE.
       7350-EXIT.
           EXIT.

       7400-END-STUDENT.
           IF WS-STUDENT-CONFLICTED
               ADD 1 TO WS-STUDENTS-CONFLICTED
           END-IF
           MOVE WS-SEPARATOR-LINE TO STUDENT-PRINT-LINE
           WRITE STUDENT-PRINT-LINE.
       7400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8100-FIND-COURSE - WS-COURSE-WANTED in the course table *
      *    by halving, the table being in CourseCode order;        *
      *    WS-CT-SUB points at it when found                        *
      *-----------------------------------------------------------*
       8100-FIND-COURSE.
           MOVE 'N' TO WS-COURSE-FOUND-SW
           MOVE ZERO TO WS-CT-SUB
           MOVE 1 TO WS-LOW-SUB
           MOVE WS-CT-COUNT TO WS-HIGH-SUB
           PERFORM 8110-HALVE-RANGE THRU 8110-EXIT
               UNTIL WS-COURSE-FOUND OR WS-LOW-SUB > WS-HIGH-SUB.
       8100-EXIT.
           EXIT.

       8110-HALVE-RANGE.
           COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2
           EVALUATE TRUE
               WHEN WS-CT-COURSE-CODE (WS-MID-SUB) = WS-COURSE-WANTED
                   MOVE 'Y' TO WS-COURSE-FOUND-SW
                   MOVE WS-MID-SUB TO WS-CT-SUB
               WHEN WS-CT-COURSE-CODE (WS-MID-SUB) < WS-COURSE-WANTED
                   COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
               WHEN OTHER
                   IF WS-MID-SUB = 1
                       MOVE ZERO TO WS-HIGH-SUB
                   ELSE
                       COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
                   END-IF
           END-EVALUATE.
       8110-EXIT.
           EXIT.

       8200-FIND-PERIOD.
           MOVE ZERO TO WS-PD-SUB
           PERFORM 8210-SCAN-ONE-PERIOD THRU 8210-EXIT
               UNTIL WS-PD-SUB >= WS-PD-COUNT
                  OR WS-PD-PERIOD-NO (WS-PD-SUB + 1) = WS-PERIOD-WANTED
           ADD 1 TO WS-PD-SUB
           IF WS-PD-SUB > WS-PD-COUNT
               MOVE ZERO TO WS-PD-SUB
           END-IF.
       8200-EXIT.
           EXIT.

       8210-SCAN-ONE-PERIOD.
           ADD 1 TO WS-PD-SUB.
       8210-EXIT.
           EXIT.

       8300-FIND-ROOM.
           MOVE ZERO TO WS-RM-SUB
           PERFORM 8310-SCAN-ONE-ROOM THRU 8310-EXIT
               UNTIL WS-RM-SUB >= WS-RM-COUNT
                  OR WS-RM-ID (WS-RM-SUB + 1) = WS-ROOM-WANTED
           ADD 1 TO WS-RM-SUB
           IF WS-RM-SUB > WS-RM-COUNT
               MOVE ZERO TO WS-RM-SUB
           END-IF.
       8300-EXIT.
           EXIT.

       8310-SCAN-ONE-ROOM.
           ADD 1 TO WS-RM-SUB.
       8310-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ERROR-LOG-FILE
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           DISPLAY "Term enrollments read     : " WS-ENROLLMENTS-READ
           DISPLAY "Exams placed              : " WS-EXAMS-PLACED
           DISPLAY "  pinned by the registrar : " WS-EXAMS-PINNED
           DISPLAY "  with no room            : " WS-EXAMS-NO-ROOM
           DISPLAY "Students scheduled        : " WS-STUDENTS-SCHEDULED
           DISPLAY "Double bookings listed    : " WS-DOUBLE-BOOKINGS
           DISPLAY "Three-a-day days listed   : " WS-DAY-OVERLOADS
           DISPLAY "Students to resolve       : "
               WS-STUDENTS-CONFLICTED.
       9000-EXIT.
           EXIT.

       COPY ERRLOGPA.

       COPY JOBSTAPA.

       COPY PARMPA.

       COPY PRCDTPA.
