      ******************************************************************
      *    PROGRAM-ID: InstructorPay
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Adjunct and overload pay run, once a term.
      *                  Every course assignment for the pay term
      *                  (the PAY_TERM parameter, or the term the
      *                  processing date falls in) - each section of
      *                  a sectioned course, otherwise the course
      *                  itself - is priced from the contact hours
      *                  its meeting days and start/end times give
      *                  over the weeks of the term on TERM-MASTER.
      *                  An adjunct is paid every hour at the
      *                  contract rate on INSTRUCTOR-MASTER; a full-
      *                  time member only for weekly hours over the
      *                  standard load, courses taken in code order.
      *                  A cancelled course is paid for the weeks it
      *                  met; one with fewer students at census
      *                  (CENSCRSE.DAT) than the PAY_MIN_ENROLL
      *                  minimum a section is paid in proportion.
      *                  Each amount is split over the term's pay
      *                  dates - the last business day of each month
      *                  from the run to the end of term - and
      *                  written to the INSTPAY.DAT payroll
      *                  interface; INSTPAY.RPT is the approval
      *                  register, one signed-off section per
      *                  department.  The file is rebuilt on every
      *                  run, so a rerun replaces it.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    InstructorPay.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT INSTRUCTOR-MASTER-FILE ASSIGN TO "INSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT CENSUS-COURSE-FILE ASSIGN TO "CENSCRSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSUS-STATUS.

           SELECT PAY-SORT-FILE ASSIGN TO "INSTPSRT.WRK".

           SELECT PAY-INTERFACE-FILE ASSIGN TO "INSTPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE ASSIGN TO "INSTPAY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY SECTSEL.

           COPY TERMSEL.

           COPY BIZCALSL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PARMSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       FD  INSTRUCTOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INSTMAST.

       FD  CENSUS-COURSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CENSCRS.

      *    One course assignment, priced in department and
      *    instructor order so each register section is one
      *    department head's, and a full-time member's load fills
      *    in course order before any overload is paid.
       SD  PAY-SORT-FILE.
       01  PAY-SORT-RECORD.
           05  PSR-DEPARTMENT          PIC X(04).
           05  PSR-INSTRUCTOR-ID       PIC X(06).
           05  PSR-COURSE-CODE         PIC X(04).
           05  PSR-SECTION-NO          PIC X(02).
           05  PSR-SURNAME             PIC X(20).
           05  PSR-GIVEN-NAME          PIC X(15).
           05  PSR-PAY-CATEGORY        PIC X(01).
               88  PSR-ADJUNCT         VALUE 'A'.
               88  PSR-FULL-TIME       VALUE 'F'.
           05  PSR-CONTACT-RATE        PIC 9(03)V99.
           05  PSR-STANDARD-LOAD       PIC 9(02)V9.
           05  PSR-MEETING-DAYS        PIC X(07).
           05  PSR-WEEKLY-HOURS        PIC 9(02)V99.
           05  PSR-PRORATE-REASON      PIC X(01).
               88  PSR-NOT-PRORATED    VALUE ' '.
               88  PSR-CANCELLED       VALUE 'C'.
               88  PSR-UNDER-ENROLLED  VALUE 'U'.
           05  PSR-PRORATE-NUMERATOR   PIC 9(04).
           05  PSR-PRORATE-DENOMINATOR PIC 9(04).
           05  PSR-CENSUS-COUNT        PIC 9(03).

       FD  PAY-INTERFACE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INSTPAY.

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-PRINT-LINE         PIC X(80).

       COPY SECTFD.

       COPY TERMFD.

       COPY BIZCALFD.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.
       COPY PARMFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY PARMWS.
       COPY SYSCLOCK.
       COPY SECTWS.
       COPY TERMWS.
       COPY BIZDAYWS.

       01  WS-COURSE-STATUS         PIC X(02).
           88  WS-COURSE-NOTFOUND   VALUE "35".

       01  WS-INSTRUCTOR-STATUS     PIC X(02).
           88  WS-INSTRUCTOR-NOTFOUND VALUE "35".

       01  WS-CENSUS-STATUS         PIC X(02).
           88  WS-CENSUS-NOTFOUND   VALUE "35".

       01  WS-SWITCHES.
           05  WS-CRS-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-CRS-END       VALUE 'Y'.
           05  WS-SEC-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-SEC-END       VALUE 'Y'.
           05  WS-CEN-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-CEN-END       VALUE 'Y'.
           05  WS-PSR-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-PSR-END       VALUE 'Y'.
           05  WS-CENSUS-TAKEN-SW   PIC X(01) VALUE 'N'.
               88  WS-CENSUS-TAKEN  VALUE 'Y'.
           05  WS-FIRST-RECORD-SW   PIC X(01) VALUE 'Y'.
               88  WS-FIRST-RECORD  VALUE 'Y'.

       01  WS-PAY-TERM-PICK         PIC X(06).
       01  WS-PAY-TERM              PIC X(06).
       01  WS-MIN-ENROLL            PIC 9(03) VALUE 10.
       01  WS-MIN-ENROLL-PICK       PIC 9(03).

      *    The term's length in weeks, and its first and last days
      *    as day numbers for the cancellation arithmetic.
       01  WS-TERM-WORK.
           05  WS-TERM-START-INT    PIC S9(09) COMP.
           05  WS-TERM-END-INT      PIC S9(09) COMP.
           05  WS-TERM-WEEKS        PIC 9(02).
           05  WS-DAY-SPAN          PIC S9(09) COMP.
           05  WS-WEEKS-MET         PIC 9(04).

      *    Pay dates for the term - the last business day of each
      *    month from the run to the end of the term.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCH-COUNT         PIC 9(02) COMP VALUE ZERO.
           05  WS-SCH-PAY-DATE OCCURS 12 TIMES
                                    PIC 9(08).
       01  WS-SCH-SUB               PIC 9(02) COMP VALUE ZERO.
       01  WS-SCH-COLUMN            PIC 9(02) COMP VALUE ZERO.
       01  WS-SCH-ROW               PIC 9(02) COMP VALUE ZERO.

       01  WS-MONTH-WORK.
           05  WS-MONTH-CURSOR      PIC 9(08).
           05  WS-MONTH-CURSOR-R REDEFINES WS-MONTH-CURSOR.
               10  WS-MC-YEAR       PIC 9(04).
               10  WS-MC-MONTH      PIC 9(02).
               10  WS-MC-DAY        PIC 9(02).
           05  WS-MONTH-LAST        PIC 9(06).
           05  WS-MONTH-NOW         PIC 9(06).
           05  WS-DATE-INT          PIC S9(09) COMP.

      *    Census headcount per course for the term's census date.
       01  WS-CENSUS-TABLE.
           05  WS-CN-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-CN-ENTRY OCCURS 1000 TIMES.
               10  WS-CN-COURSE-CODE PIC X(04).
               10  WS-CN-ENROLLED   PIC 9(03).
       01  WS-CN-SUB                PIC 9(04) COMP VALUE ZERO.
       01  WS-CN-FOUND-SW           PIC X(01).
           88  WS-CN-FOUND          VALUE 'Y'.

      *    The sections of the course in hand.
       01  WS-COURSE-SECTIONS.
           05  WS-CS-COUNT          PIC 9(02) COMP VALUE ZERO.
           05  WS-CS-ENTRY OCCURS 30 TIMES.
               10  WS-CS-SECTION-NO     PIC X(02).
               10  WS-CS-MEETING-DAYS   PIC X(07).
               10  WS-CS-START-TIME     PIC 9(04).
               10  WS-CS-END-TIME       PIC 9(04).
               10  WS-CS-INSTRUCTOR-ID  PIC X(06).
       01  WS-CS-SUB                PIC 9(02) COMP VALUE ZERO.
       01  WS-SECTIONS-PAID         PIC 9(02) VALUE ZERO.

      *    One assignment as it is released.
       01  WS-ASSIGNMENT.
           05  WS-AS-SECTION-NO     PIC X(02).
           05  WS-AS-MEETING-DAYS   PIC X(07).
           05  WS-AS-START-TIME     PIC 9(04).
           05  WS-AS-END-TIME       PIC 9(04).
           05  WS-AS-INSTRUCTOR-ID  PIC X(06).

       01  WS-CLOCK-WORK.
           05  WS-CLOCK-HHMM        PIC 9(04).
           05  WS-CLOCK-HHMM-R REDEFINES WS-CLOCK-HHMM.
               10  WS-CLOCK-HH      PIC 9(02).
               10  WS-CLOCK-MM      PIC 9(02).
           05  WS-START-MINUTES     PIC 9(04).
           05  WS-END-MINUTES       PIC 9(04).
           05  WS-BLANK-DAYS        PIC 9(02).
           05  WS-MEETING-DAYS-COUNT PIC 9(02).

      *    Pricing of the assignment in hand.
       01  WS-PRICE-WORK.
           05  WS-PRIOR-DEPARTMENT  PIC X(04).
           05  WS-PRIOR-INSTRUCTOR  PIC X(06).
           05  WS-LOAD-BEFORE       PIC 9(03)V99.
           05  WS-LOAD-AFTER        PIC 9(03)V99.
           05  WS-LOAD-FLOOR        PIC 9(03)V99.
           05  WS-PAID-WEEKLY       PIC 9(02)V99.
           05  WS-PAID-HOURS        PIC 9(04)V99.
           05  WS-FULL-AMOUNT       PIC 9(07)V99.
           05  WS-ASSIGNMENT-AMOUNT PIC 9(07)V99.
           05  WS-PRORATE-PERCENT   PIC 9(03).
           05  WS-INSTALLMENT       PIC 9(07)V99.
           05  WS-INSTALLED-SO-FAR  PIC 9(07)V99.
           05  WS-DETAIL-NOTE       PIC X(12).

       01  WS-COUNTERS.
           05  WS-COURSES-READ      PIC 9(05) VALUE ZERO.
           05  WS-ASSIGNMENTS-PRICED PIC 9(05) VALUE ZERO.
           05  WS-ASSIGNMENTS-PAID  PIC 9(05) VALUE ZERO.
           05  WS-UNASSIGNED        PIC 9(05) VALUE ZERO.
           05  WS-NOT-PAID-CATEGORY PIC 9(05) VALUE ZERO.
           05  WS-EXCEPTIONS        PIC 9(05) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(07) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-INSTRUCTOR-TOTAL  PIC 9(07)V99 VALUE ZERO.
           05  WS-DEPARTMENT-TOTAL  PIC 9(08)V99 VALUE ZERO.
           05  WS-GRAND-TOTAL       PIC 9(09)V99 VALUE ZERO.

       01  WS-REGISTER-HEADING.
           05  FILLER               PIC X(38) VALUE
               "INSTRUCTOR PAY APPROVAL REGISTER  term".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRH-TERM-CODE        PIC X(06).
           05  FILLER               PIC X(07) VALUE "  run  ".
           05  WRH-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(09) VALUE "  weeks  ".
           05  WRH-WEEKS            PIC Z9.

       01  WS-SCHEDULE-LINE.
           05  FILLER               PIC X(11) VALUE "Pay dates: ".
           05  WSL-PAY-DATE OCCURS 6 TIMES.
               10  WSL-DATE         PIC 9(08).
               10  FILLER           PIC X(01).

       01  WS-CENSUS-NOTE-LINE      PIC X(60) VALUE
           "Census not yet frozen - no enrollment proration applied".

       01  WS-DEPARTMENT-LINE.
           05  FILLER               PIC X(11) VALUE "Department ".
           05  WDL-DEPARTMENT       PIC X(06).

       01  WS-INSTRUCTOR-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WIL-INSTRUCTOR-ID    PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WIL-SURNAME          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WIL-GIVEN-NAME       PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WIL-CATEGORY-TEXT    PIC X(19).
           05  FILLER               PIC X(07) VALUE " rate  ".
           05  WIL-RATE             PIC ZZ9.99.

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WDT-COURSE-CODE      PIC X(04).
           05  WDT-DASH             PIC X(01).
           05  WDT-SECTION-NO       PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WDT-MEETING-DAYS     PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WDT-WEEKLY-HOURS     PIC Z9.99.
           05  FILLER               PIC X(06) VALUE " wk  p".
           05  WDT-PAID-HOURS       PIC ZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WDT-PERCENT          PIC ZZ9.
           05  FILLER               PIC X(02) VALUE "% ".
           05  WDT-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WDT-NOTE             PIC X(12).

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WTL-LABEL            PIC X(43).
           05  WTL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-APPROVAL-LINE.
           05  FILLER               PIC X(35) VALUE
               "    Approved, department head:  ".
           05  FILLER               PIC X(24) VALUE ALL "_".
           05  FILLER               PIC X(08) VALUE "  Date: ".
           05  FILLER               PIC X(10) VALUE ALL "_".

       01  WS-SEPARATOR-LINE        PIC X(70) VALUE ALL "-".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE NOT = 16
               SORT PAY-SORT-FILE
                   ON ASCENDING KEY PSR-DEPARTMENT
                                    PSR-INSTRUCTOR-ID
                                    PSR-COURSE-CODE
                                    PSR-SECTION-NO
                   INPUT PROCEDURE IS 2000-RELEASE-ASSIGNMENTS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-PAY-ASSIGNMENTS
                       THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-COURSES-READ TO JST-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN TO JST-RECORDS-WRITTEN
           MOVE WS-EXCEPTIONS TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "InstructorPa" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "INSTPAY " TO ERR-PROGRAM-ID
           MOVE "PAY_TERM" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:6) TO WS-PAY-TERM-PICK
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "PAY_TERM"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:6) TO WS-PAY-TERM-PICK
           END-IF
           IF WS-PAY-TERM-PICK NOT = SPACES
               MOVE WS-PAY-TERM-PICK TO WS-PAY-TERM
           ELSE
               PERFORM 1100-DERIVE-TERM-CODE THRU 1100-EXIT
           END-IF
           MOVE "PAY_MIN_ENROLL" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           PERFORM 1150-PICK-MIN-ENROLL THRU 1150-EXIT
           PERFORM 1200-LOAD-TERM THRU 1200-EXIT
           IF RETURN-CODE = 16
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           IF WS-COURSE-NOTFOUND
               DISPLAY "InstructorPay - COURSE-MASTER not found"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 9400-LOAD-CALENDAR THRU 9400-EXIT
           PERFORM 1300-BUILD-SCHEDULE THRU 1300-EXIT
           PERFORM 1400-LOAD-CENSUS THRU 1400-EXIT
           OPEN INPUT INSTRUCTOR-MASTER-FILE
           OPEN INPUT SECTION-MASTER-FILE
           OPEN OUTPUT PAY-INTERFACE-FILE
           OPEN OUTPUT REGISTER-FILE
           OPEN EXTEND ERROR-LOG-FILE
           PERFORM 1500-PRINT-HEADING THRU 1500-EXIT
           DISPLAY "InstructorPay - pricing assignments for term "
               WS-PAY-TERM.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-DERIVE-TERM-CODE - same bucketing the intake uses   *
      *-----------------------------------------------------------*
       1100-DERIVE-TERM-CODE.
           EVALUATE TRUE
               WHEN WS-PROC-MONTH >= 1 AND WS-PROC-MONTH <= 5
                   MOVE "SP" TO WS-PAY-TERM(1:2)
               WHEN WS-PROC-MONTH >= 6 AND WS-PROC-MONTH <= 8
                   MOVE "SU" TO WS-PAY-TERM(1:2)
               WHEN OTHER
                   MOVE "FA" TO WS-PAY-TERM(1:2)
           END-EVALUATE
           MOVE WS-PROC-YEAR TO WS-PAY-TERM(3:4).
       1100-EXIT.
           EXIT.

      *    The minimum may be keyed with one to three digits; an
      *    unreadable or zero value keeps the default of 10.
       1150-PICK-MIN-ENROLL.
           EVALUATE TRUE
               WHEN WS-PARM-VALUE(1:3) NUMERIC
                   MOVE WS-PARM-VALUE(1:3) TO WS-MIN-ENROLL-PICK
               WHEN WS-PARM-VALUE(1:2) NUMERIC
                       AND WS-PARM-VALUE(3:1) = SPACE
                   MOVE WS-PARM-VALUE(1:2) TO WS-MIN-ENROLL-PICK
               WHEN WS-PARM-VALUE(1:1) NUMERIC
                       AND WS-PARM-VALUE(2:1) = SPACE
                   MOVE WS-PARM-VALUE(1:1) TO WS-MIN-ENROLL-PICK
               WHEN OTHER
                   GO TO 1150-EXIT
           END-EVALUATE
           IF WS-MIN-ENROLL-PICK > ZERO
               MOVE WS-MIN-ENROLL-PICK TO WS-MIN-ENROLL
           END-IF.
       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-LOAD-TERM - the term's dates; contact hours cannot  *
      *    be priced without them, so a term not on the calendar   *
      *    stops the run                                            *
      *-----------------------------------------------------------*
       1200-LOAD-TERM.
           OPEN INPUT TERM-MASTER-FILE
           IF WS-TERM-NOTFOUND
               DISPLAY "InstructorPay - no term calendar on file"
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           MOVE WS-PAY-TERM TO TRM-TERM-CODE
           READ TERM-MASTER-FILE
               INVALID KEY
                   DISPLAY "InstructorPay - term " WS-PAY-TERM
                       " not on the term calendar"
                   MOVE 16 TO RETURN-CODE
           END-READ
           CLOSE TERM-MASTER-FILE
           IF RETURN-CODE = 16
               GO TO 1200-EXIT
           END-IF
           IF TRM-START-DATE NOT NUMERIC
                   OR TRM-END-DATE NOT NUMERIC
                   OR TRM-END-DATE < TRM-START-DATE
               DISPLAY "InstructorPay - term " WS-PAY-TERM
                   " has no usable start and end dates"
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           COMPUTE WS-TERM-START-INT =
               FUNCTION INTEGER-OF-DATE(TRM-START-DATE)
           COMPUTE WS-TERM-END-INT =
               FUNCTION INTEGER-OF-DATE(TRM-END-DATE)
           COMPUTE WS-DAY-SPAN = WS-TERM-END-INT - WS-TERM-START-INT
               + 7
           DIVIDE WS-DAY-SPAN BY 7 GIVING WS-TERM-WEEKS.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-BUILD-SCHEDULE - a pay date at the last business    *
      *    day of each month, from the month of the run (or of the *
      *    term start, if later) to the month the term ends; run   *
      *    after the term, the one payment goes the next business  *
      *    day                                                      *
      *-----------------------------------------------------------*
       1300-BUILD-SCHEDULE.
           MOVE ZERO TO WS-SCH-COUNT
           IF TRM-START-DATE > WS-PROCESSING-DATE
               MOVE TRM-START-DATE TO WS-MONTH-CURSOR
           ELSE
               MOVE WS-PROCESSING-DATE TO WS-MONTH-CURSOR
           END-IF
           MOVE 1 TO WS-MC-DAY
           MOVE TRM-END-DATE(1:6) TO WS-MONTH-LAST
           MOVE WS-MONTH-CURSOR(1:6) TO WS-MONTH-NOW
           PERFORM 1310-SCHEDULE-ONE-MONTH THRU 1310-EXIT
               UNTIL WS-MONTH-NOW > WS-MONTH-LAST
                  OR WS-SCH-COUNT >= 12
           IF WS-SCH-COUNT = ZERO
               MOVE WS-PROCESSING-DATE TO WS-BIZ-CHECK-DATE
               PERFORM 9460-NEXT-BUSINESS-DAY THRU 9460-EXIT
               MOVE 1 TO WS-SCH-COUNT
               MOVE WS-BIZ-CHECK-DATE TO WS-SCH-PAY-DATE (1)
           END-IF.
       1300-EXIT.
           EXIT.

       1310-SCHEDULE-ONE-MONTH.
           IF WS-MC-MONTH = 12
               ADD 1 TO WS-MC-YEAR
               MOVE 1 TO WS-MC-MONTH
           ELSE
               ADD 1 TO WS-MC-MONTH
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-CURSOR) - 1
           COMPUTE WS-BIZ-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           PERFORM 9450-CHECK-BUSINESS-DAY THRU 9450-EXIT
           MOVE ZERO TO WS-BIZ-GUARD
           PERFORM 1320-STEP-BACK-ONE-DAY THRU 1320-EXIT
               UNTIL WS-IS-BUSINESS-DAY OR WS-BIZ-GUARD > 30
      *    A month whose last business day has already gone by is
      *    left off; its share falls to the later pay dates.
           IF WS-BIZ-CHECK-DATE >= WS-PROCESSING-DATE
               ADD 1 TO WS-SCH-COUNT
               MOVE WS-BIZ-CHECK-DATE
                   TO WS-SCH-PAY-DATE (WS-SCH-COUNT)
           END-IF
           MOVE WS-MONTH-CURSOR(1:6) TO WS-MONTH-NOW.
       1310-EXIT.
           EXIT.

       1320-STEP-BACK-ONE-DAY.
           ADD 1 TO WS-BIZ-GUARD
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BIZ-CHECK-DATE) - 1
           COMPUTE WS-BIZ-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           PERFORM 9450-CHECK-BUSINESS-DAY THRU 9450-EXIT.
       1320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1400-LOAD-CENSUS - course headcounts frozen on the       *
      *    term's census date; before census, or with nothing      *
      *    frozen for that date, no enrollment proration is made   *
      *-----------------------------------------------------------*
       1400-LOAD-CENSUS.
           MOVE ZERO TO WS-CN-COUNT
           IF TRM-CENSUS-DATE NOT NUMERIC
                   OR TRM-CENSUS-DATE = ZERO
                   OR TRM-CENSUS-DATE > WS-PROCESSING-DATE
               GO TO 1400-EXIT
           END-IF
           OPEN INPUT CENSUS-COURSE-FILE
           IF WS-CENSUS-NOTFOUND
               GO TO 1400-EXIT
           END-IF
           PERFORM 1410-LOAD-ONE-CENSUS THRU 1410-EXIT
               UNTIL WS-CEN-END
           CLOSE CENSUS-COURSE-FILE
           IF WS-CN-COUNT > ZERO
               MOVE 'Y' TO WS-CENSUS-TAKEN-SW
           END-IF.
       1400-EXIT.
           EXIT.

       1410-LOAD-ONE-CENSUS.
           READ CENSUS-COURSE-FILE
               AT END
                   MOVE 'Y' TO WS-CEN-EOF-SWITCH
                   GO TO 1410-EXIT
           END-READ
           IF CCN-CENSUS-DATE NOT = TRM-CENSUS-DATE
                   OR WS-CN-COUNT >= 1000
               GO TO 1410-EXIT
           END-IF
           ADD 1 TO WS-CN-COUNT
           MOVE CCN-COURSE-CODE TO WS-CN-COURSE-CODE (WS-CN-COUNT)
           MOVE CCN-ENROLLED-COUNT TO WS-CN-ENROLLED (WS-CN-COUNT).
       1410-EXIT.
           EXIT.

       1500-PRINT-HEADING.
           MOVE WS-PAY-TERM        TO WRH-TERM-CODE
           MOVE WS-PROCESSING-DATE TO WRH-RUN-DATE
           MOVE WS-TERM-WEEKS      TO WRH-WEEKS
           MOVE WS-REGISTER-HEADING TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE
           MOVE SPACES TO WS-SCHEDULE-LINE(12:)
           MOVE ZERO TO WS-SCH-SUB
           PERFORM 1510-LIST-ONE-PAY-DATE THRU 1510-EXIT
               UNTIL WS-SCH-SUB >= WS-SCH-COUNT
           IF WS-SCH-SUB > ZERO
               MOVE WS-SCHEDULE-LINE TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE
           END-IF
           IF NOT WS-CENSUS-TAKEN
               MOVE WS-CENSUS-NOTE-LINE TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE
           END-IF.
       1500-EXIT.
           EXIT.

      *    Six dates to a line.
       1510-LIST-ONE-PAY-DATE.
           ADD 1 TO WS-SCH-SUB
           COMPUTE WS-SCH-COLUMN = WS-SCH-SUB - 1
           DIVIDE WS-SCH-COLUMN BY 6 GIVING WS-SCH-ROW
               REMAINDER WS-SCH-COLUMN
           ADD 1 TO WS-SCH-COLUMN
           IF WS-SCH-COLUMN = 1 AND WS-SCH-SUB > 1
               MOVE WS-SCHEDULE-LINE TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE
               MOVE SPACES TO WS-SCHEDULE-LINE
           END-IF
           MOVE WS-SCH-PAY-DATE (WS-SCH-SUB)
               TO WSL-DATE (WS-SCH-COLUMN).
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-RELEASE-ASSIGNMENTS - SORT input procedure; every   *
      *    section of every course, or the course itself when it   *
      *    runs unsectioned                                         *
      *-----------------------------------------------------------*
       2000-RELEASE-ASSIGNMENTS.
           PERFORM 2100-RELEASE-COURSE THRU 2100-EXIT
               UNTIL WS-CRS-END.
       2000-EXIT.
           EXIT.

       2100-RELEASE-COURSE.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CRS-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-COURSES-READ
           PERFORM 2200-LOAD-SECTIONS THRU 2200-EXIT
           IF WS-CS-COUNT = ZERO
               MOVE SPACES            TO WS-AS-SECTION-NO
               MOVE CRS-MEETING-DAYS  TO WS-AS-MEETING-DAYS
               MOVE CRS-START-TIME    TO WS-AS-START-TIME
               MOVE CRS-END-TIME      TO WS-AS-END-TIME
               MOVE CRS-INSTRUCTOR-ID TO WS-AS-INSTRUCTOR-ID
               MOVE 1 TO WS-SECTIONS-PAID
               PERFORM 2300-RELEASE-ONE THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE WS-CS-COUNT TO WS-SECTIONS-PAID
           MOVE ZERO TO WS-CS-SUB
           PERFORM 2150-RELEASE-ONE-SECTION THRU 2150-EXIT
               UNTIL WS-CS-SUB >= WS-CS-COUNT.
       2100-EXIT.
           EXIT.

       2150-RELEASE-ONE-SECTION.
           ADD 1 TO WS-CS-SUB
           MOVE WS-CS-SECTION-NO (WS-CS-SUB)    TO WS-AS-SECTION-NO
           MOVE WS-CS-MEETING-DAYS (WS-CS-SUB)  TO WS-AS-MEETING-DAYS
           MOVE WS-CS-START-TIME (WS-CS-SUB)    TO WS-AS-START-TIME
           MOVE WS-CS-END-TIME (WS-CS-SUB)      TO WS-AS-END-TIME
           MOVE WS-CS-INSTRUCTOR-ID (WS-CS-SUB) TO WS-AS-INSTRUCTOR-ID
           PERFORM 2300-RELEASE-ONE THRU 2300-EXIT.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-LOAD-SECTIONS - the course's section records, if    *
      *    any                                                      *
      *-----------------------------------------------------------*
       2200-LOAD-SECTIONS.
           MOVE ZERO TO WS-CS-COUNT
           IF WS-SECTION-NOTFOUND
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO WS-SEC-EOF-SWITCH
           MOVE CRS-CODE   TO SEC-COURSE-CODE
           MOVE LOW-VALUES TO SEC-SECTION-NO
           START SECTION-MASTER-FILE KEY NOT < SEC-KEY
               INVALID KEY
                   GO TO 2200-EXIT
           END-START
           PERFORM 2210-LOAD-ONE-SECTION THRU 2210-EXIT
               UNTIL WS-SEC-END.
       2200-EXIT.
           EXIT.

       2210-LOAD-ONE-SECTION.
           READ SECTION-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SEC-EOF-SWITCH
                   GO TO 2210-EXIT
           END-READ
           IF SEC-COURSE-CODE NOT = CRS-CODE OR WS-CS-COUNT >= 30
               MOVE 'Y' TO WS-SEC-EOF-SWITCH
               GO TO 2210-EXIT
           END-IF
           ADD 1 TO WS-CS-COUNT
           MOVE SEC-SECTION-NO    TO WS-CS-SECTION-NO (WS-CS-COUNT)
           MOVE SEC-MEETING-DAYS  TO WS-CS-MEETING-DAYS (WS-CS-COUNT)
           MOVE SEC-START-TIME    TO WS-CS-START-TIME (WS-CS-COUNT)
           MOVE SEC-END-TIME      TO WS-CS-END-TIME (WS-CS-COUNT)
           MOVE SEC-INSTRUCTOR-ID TO WS-CS-INSTRUCTOR-ID (WS-CS-COUNT).
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-RELEASE-ONE - one assignment, if its instructor is  *
      *    paid through this run                                    *
      *-----------------------------------------------------------*
       2300-RELEASE-ONE.
           IF WS-AS-INSTRUCTOR-ID = SPACES
               ADD 1 TO WS-UNASSIGNED
               GO TO 2300-EXIT
           END-IF
           MOVE WS-AS-INSTRUCTOR-ID TO INS-ID
           READ INSTRUCTOR-MASTER-FILE
               INVALID KEY
                   MOVE "NOIN" TO ERR-CODE
                   MOVE "CRS-INSTRUCTOR" TO ERR-FIELD-NAME
                   MOVE SPACES TO ERR-INPUT-DATA
                   STRING CRS-CODE " " WS-AS-SECTION-NO " "
                          WS-AS-INSTRUCTOR-ID
                       DELIMITED BY SIZE INTO ERR-INPUT-DATA
                   MOVE "Instructor not on master - not paid"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-EXCEPTIONS
                   GO TO 2300-EXIT
           END-READ
           IF NOT INS-PAY-ADJUNCT AND NOT INS-PAY-FULL-TIME
               ADD 1 TO WS-NOT-PAID-CATEGORY
               GO TO 2300-EXIT
           END-IF
           MOVE INS-DEPARTMENT      TO PSR-DEPARTMENT
           MOVE INS-ID              TO PSR-INSTRUCTOR-ID
           MOVE CRS-CODE            TO PSR-COURSE-CODE
           MOVE WS-AS-SECTION-NO    TO PSR-SECTION-NO
           MOVE INS-SURNAME         TO PSR-SURNAME
           MOVE INS-GIVEN-NAME      TO PSR-GIVEN-NAME
           MOVE INS-PAY-CATEGORY    TO PSR-PAY-CATEGORY
           MOVE INS-CONTACT-RATE    TO PSR-CONTACT-RATE
           MOVE INS-STANDARD-LOAD   TO PSR-STANDARD-LOAD
           MOVE WS-AS-MEETING-DAYS  TO PSR-MEETING-DAYS
           PERFORM 2400-WEEKLY-HOURS THRU 2400-EXIT
           PERFORM 2500-SET-PRORATION THRU 2500-EXIT
           RELEASE PAY-SORT-RECORD.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-WEEKLY-HOURS - meeting days times the length of a   *
      *    meeting; no fixed hour means no contact hours to pay    *
      *-----------------------------------------------------------*
       2400-WEEKLY-HOURS.
           MOVE ZERO TO PSR-WEEKLY-HOURS
           IF WS-AS-START-TIME NOT NUMERIC
                   OR WS-AS-END-TIME NOT NUMERIC
                   OR WS-AS-END-TIME NOT > WS-AS-START-TIME
               GO TO 2400-EXIT
           END-IF
           MOVE ZERO TO WS-BLANK-DAYS
           INSPECT WS-AS-MEETING-DAYS
               TALLYING WS-BLANK-DAYS FOR ALL SPACE
           COMPUTE WS-MEETING-DAYS-COUNT = 7 - WS-BLANK-DAYS
           MOVE WS-AS-START-TIME TO WS-CLOCK-HHMM
           COMPUTE WS-START-MINUTES = WS-CLOCK-HH * 60 + WS-CLOCK-MM
           MOVE WS-AS-END-TIME TO WS-CLOCK-HHMM
           COMPUTE WS-END-MINUTES = WS-CLOCK-HH * 60 + WS-CLOCK-MM
           COMPUTE PSR-WEEKLY-HOURS ROUNDED =
               WS-MEETING-DAYS-COUNT
                   * (WS-END-MINUTES - WS-START-MINUTES) / 60.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-SET-PRORATION - a cancelled course earns the weeks  *
      *    it met (none if cancelled before the term began); a     *
      *    course short of the minimum at census earns its census  *
      *    headcount over the minimum for all its sections         *
      *-----------------------------------------------------------*
       2500-SET-PRORATION.
           SET PSR-NOT-PRORATED TO TRUE
           MOVE 1 TO PSR-PRORATE-NUMERATOR
           MOVE 1 TO PSR-PRORATE-DENOMINATOR
           MOVE ZERO TO PSR-CENSUS-COUNT
           IF CRS-CANCELLED
               PERFORM 2510-PRORATE-CANCELLED THRU 2510-EXIT
               GO TO 2500-EXIT
           END-IF
           IF NOT WS-CENSUS-TAKEN
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO WS-CN-FOUND-SW
           MOVE ZERO TO WS-CN-SUB
           PERFORM 2520-FIND-CENSUS THRU 2520-EXIT
               UNTIL WS-CN-FOUND OR WS-CN-SUB >= WS-CN-COUNT
           IF NOT WS-CN-FOUND
               GO TO 2500-EXIT
           END-IF
           MOVE WS-CN-ENROLLED (WS-CN-SUB) TO PSR-CENSUS-COUNT
           IF WS-CN-ENROLLED (WS-CN-SUB)
                   < WS-MIN-ENROLL * WS-SECTIONS-PAID
               SET PSR-UNDER-ENROLLED TO TRUE
               MOVE WS-CN-ENROLLED (WS-CN-SUB)
                   TO PSR-PRORATE-NUMERATOR
               COMPUTE PSR-PRORATE-DENOMINATOR =
                   WS-MIN-ENROLL * WS-SECTIONS-PAID
           END-IF.
       2500-EXIT.
           EXIT.

       2510-PRORATE-CANCELLED.
           IF CRS-STATUS-DATE NOT NUMERIC
                   OR CRS-STATUS-DATE >= TRM-END-DATE
               GO TO 2510-EXIT
           END-IF
           SET PSR-CANCELLED TO TRUE
           MOVE WS-TERM-WEEKS TO PSR-PRORATE-DENOMINATOR
           IF CRS-STATUS-DATE NOT > TRM-START-DATE
               MOVE ZERO TO PSR-PRORATE-NUMERATOR
               GO TO 2510-EXIT
           END-IF
           COMPUTE WS-DAY-SPAN =
               FUNCTION INTEGER-OF-DATE(CRS-STATUS-DATE)
                   - WS-TERM-START-INT + 6
           DIVIDE WS-DAY-SPAN BY 7 GIVING WS-WEEKS-MET
           IF WS-WEEKS-MET > WS-TERM-WEEKS
               MOVE WS-TERM-WEEKS TO WS-WEEKS-MET
           END-IF
           MOVE WS-WEEKS-MET TO PSR-PRORATE-NUMERATOR.
       2510-EXIT.
           EXIT.

       2520-FIND-CENSUS.
           ADD 1 TO WS-CN-SUB
           IF WS-CN-COURSE-CODE (WS-CN-SUB) = CRS-CODE
               MOVE 'Y' TO WS-CN-FOUND-SW
           END-IF.
       2520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-PAY-ASSIGNMENTS - SORT output procedure; prices     *
      *    each assignment, writes its installments and prints the *
      *    register with instructor and department breaks          *
      *-----------------------------------------------------------*
       3000-PAY-ASSIGNMENTS.
           PERFORM 3050-RETURN-ASSIGNMENT THRU 3050-EXIT
           PERFORM 3100-PAY-ONE THRU 3100-EXIT
               UNTIL WS-PSR-END
           IF NOT WS-FIRST-RECORD
               PERFORM 3500-INSTRUCTOR-TOTAL THRU 3500-EXIT
               PERFORM 3600-DEPARTMENT-TOTAL THRU 3600-EXIT
           END-IF
           MOVE "Grand total for the term" TO WTL-LABEL
           MOVE WS-GRAND-TOTAL TO WTL-AMOUNT
           MOVE WS-TOTAL-LINE TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE.
       3000-EXIT.
           EXIT.

       3050-RETURN-ASSIGNMENT.
           RETURN PAY-SORT-FILE
               AT END MOVE 'Y' TO WS-PSR-EOF-SWITCH
           END-RETURN.
       3050-EXIT.
           EXIT.

       3100-PAY-ONE.
           EVALUATE TRUE
               WHEN WS-FIRST-RECORD
                   PERFORM 3060-DEPARTMENT-HEADING THRU 3060-EXIT
                   PERFORM 3070-INSTRUCTOR-HEADING THRU 3070-EXIT
                   MOVE 'N' TO WS-FIRST-RECORD-SW
               WHEN PSR-DEPARTMENT NOT = WS-PRIOR-DEPARTMENT
                   PERFORM 3500-INSTRUCTOR-TOTAL THRU 3500-EXIT
                   PERFORM 3600-DEPARTMENT-TOTAL THRU 3600-EXIT
                   PERFORM 3060-DEPARTMENT-HEADING THRU 3060-EXIT
                   PERFORM 3070-INSTRUCTOR-HEADING THRU 3070-EXIT
               WHEN PSR-INSTRUCTOR-ID NOT = WS-PRIOR-INSTRUCTOR
                   PERFORM 3500-INSTRUCTOR-TOTAL THRU 3500-EXIT
                   PERFORM 3070-INSTRUCTOR-HEADING THRU 3070-EXIT
           END-EVALUATE
           ADD 1 TO WS-ASSIGNMENTS-PRICED
           PERFORM 3200-PRICE-ASSIGNMENT THRU 3200-EXIT
           IF WS-ASSIGNMENT-AMOUNT > ZERO
               ADD 1 TO WS-ASSIGNMENTS-PAID
               PERFORM 3300-WRITE-INSTALLMENTS THRU 3300-EXIT
           END-IF
           PERFORM 3400-PRINT-DETAIL THRU 3400-EXIT
           PERFORM 3050-RETURN-ASSIGNMENT THRU 3050-EXIT.
       3100-EXIT.
           EXIT.

       3060-DEPARTMENT-HEADING.
           MOVE PSR-DEPARTMENT TO WS-PRIOR-DEPARTMENT
           MOVE ZERO TO WS-DEPARTMENT-TOTAL
           MOVE WS-SEPARATOR-LINE TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE
           IF PSR-DEPARTMENT = SPACES
               MOVE "(none)" TO WDL-DEPARTMENT
           ELSE
               MOVE PSR-DEPARTMENT TO WDL-DEPARTMENT
           END-IF
           MOVE WS-DEPARTMENT-LINE TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE.
       3060-EXIT.
           EXIT.

       3070-INSTRUCTOR-HEADING.
           MOVE PSR-INSTRUCTOR-ID TO WS-PRIOR-INSTRUCTOR
           MOVE ZERO TO WS-INSTRUCTOR-TOTAL
           MOVE ZERO TO WS-LOAD-BEFORE
           MOVE PSR-INSTRUCTOR-ID TO WIL-INSTRUCTOR-ID
           MOVE PSR-SURNAME       TO WIL-SURNAME
           MOVE PSR-GIVEN-NAME    TO WIL-GIVEN-NAME
           IF PSR-ADJUNCT
               MOVE "adjunct" TO WIL-CATEGORY-TEXT
           ELSE
               MOVE SPACES TO WIL-CATEGORY-TEXT
               STRING "overload over " DELIMITED BY SIZE
                      PSR-STANDARD-LOAD(1:2) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      PSR-STANDARD-LOAD(3:1) DELIMITED BY SIZE
                   INTO WIL-CATEGORY-TEXT
           END-IF
           MOVE PSR-CONTACT-RATE  TO WIL-RATE
           MOVE WS-INSTRUCTOR-LINE TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE
           IF PSR-CONTACT-RATE = ZERO
               MOVE "RATE" TO ERR-CODE
               MOVE "INS-CONTACT-RATE" TO ERR-FIELD-NAME
               MOVE PSR-INSTRUCTOR-ID TO ERR-INPUT-DATA
               MOVE "No contract rate on file - nothing paid"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-EXCEPTIONS
           END-IF.
       3070-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-PRICE-ASSIGNMENT - paid weekly hours (all of them  *
      *    for an adjunct, only those over the standard load for a *
      *    full-time member) over the term's weeks at the contract *
      *    rate, then prorated.  Hours of a course cancelled       *
      *    before the term began never count toward the load.      *
      *-----------------------------------------------------------*
       3200-PRICE-ASSIGNMENT.
           MOVE SPACES TO WS-DETAIL-NOTE
           MOVE PSR-WEEKLY-HOURS TO WS-PAID-WEEKLY
           IF PSR-FULL-TIME AND PSR-PRORATE-NUMERATOR > ZERO
               COMPUTE WS-LOAD-AFTER =
                   WS-LOAD-BEFORE + PSR-WEEKLY-HOURS
               IF WS-LOAD-BEFORE > PSR-STANDARD-LOAD
                   MOVE WS-LOAD-BEFORE TO WS-LOAD-FLOOR
               ELSE
                   MOVE PSR-STANDARD-LOAD TO WS-LOAD-FLOOR
               END-IF
               IF WS-LOAD-AFTER > WS-LOAD-FLOOR
                   COMPUTE WS-PAID-WEEKLY =
                       WS-LOAD-AFTER - WS-LOAD-FLOOR
               ELSE
                   MOVE ZERO TO WS-PAID-WEEKLY
                   MOVE "within load" TO WS-DETAIL-NOTE
               END-IF
               MOVE WS-LOAD-AFTER TO WS-LOAD-BEFORE
           END-IF
           COMPUTE WS-PAID-HOURS = WS-PAID-WEEKLY * WS-TERM-WEEKS
           COMPUTE WS-FULL-AMOUNT ROUNDED =
               WS-PAID-HOURS * PSR-CONTACT-RATE
           COMPUTE WS-ASSIGNMENT-AMOUNT ROUNDED =
               WS-FULL-AMOUNT * PSR-PRORATE-NUMERATOR
                   / PSR-PRORATE-DENOMINATOR
           COMPUTE WS-PRORATE-PERCENT ROUNDED =
               PSR-PRORATE-NUMERATOR * 100 / PSR-PRORATE-DENOMINATOR
           EVALUATE TRUE
               WHEN PSR-WEEKLY-HOURS = ZERO
                   MOVE "no meet time" TO WS-DETAIL-NOTE
                   PERFORM 3250-LOG-NO-HOURS THRU 3250-EXIT
               WHEN PSR-CANCELLED
                   MOVE "cancelled" TO WS-DETAIL-NOTE
               WHEN PSR-UNDER-ENROLLED
                   MOVE SPACES TO WS-DETAIL-NOTE
                   STRING "census " PSR-CENSUS-COUNT
                       DELIMITED BY SIZE INTO WS-DETAIL-NOTE
           END-EVALUATE
           ADD WS-ASSIGNMENT-AMOUNT TO WS-INSTRUCTOR-TOTAL
           ADD WS-ASSIGNMENT-AMOUNT TO WS-DEPARTMENT-TOTAL
           ADD WS-ASSIGNMENT-AMOUNT TO WS-GRAND-TOTAL.
       3200-EXIT.
           EXIT.

       3250-LOG-NO-HOURS.
           MOVE "NOHR" TO ERR-CODE
           MOVE "CRS-START-TIME" TO ERR-FIELD-NAME
           MOVE SPACES TO ERR-INPUT-DATA
           STRING PSR-COURSE-CODE " " PSR-SECTION-NO " "
                  PSR-INSTRUCTOR-ID
               DELIMITED BY SIZE INTO ERR-INPUT-DATA
           MOVE "No meeting time - contact hours unknown"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           ADD 1 TO WS-EXCEPTIONS.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-WRITE-INSTALLMENTS - the amount split evenly over   *
      *    the pay dates, the last taking the odd cents             *
      *-----------------------------------------------------------*
       3300-WRITE-INSTALLMENTS.
           MOVE WS-PAY-TERM          TO IPY-TERM-CODE
           MOVE PSR-INSTRUCTOR-ID    TO IPY-INSTRUCTOR-ID
           MOVE PSR-DEPARTMENT       TO IPY-DEPARTMENT
           MOVE PSR-PAY-CATEGORY     TO IPY-PAY-CATEGORY
           MOVE PSR-COURSE-CODE      TO IPY-COURSE-CODE
           MOVE PSR-SECTION-NO       TO IPY-SECTION-NO
           MOVE WS-PAID-HOURS        TO IPY-CONTACT-HOURS
           MOVE PSR-CONTACT-RATE     TO IPY-CONTACT-RATE
           MOVE PSR-PRORATE-REASON   TO IPY-PRORATE-REASON
           MOVE WS-PRORATE-PERCENT   TO IPY-PRORATE-PERCENT
           MOVE WS-ASSIGNMENT-AMOUNT TO IPY-ASSIGNMENT-AMOUNT
           MOVE WS-SCH-COUNT         TO IPY-INSTALLMENT-COUNT
           MOVE WS-PROCESSING-DATE   TO IPY-RUN-DATE
           DIVIDE WS-ASSIGNMENT-AMOUNT BY WS-SCH-COUNT
               GIVING WS-INSTALLMENT
           MOVE ZERO TO WS-INSTALLED-SO-FAR
           MOVE ZERO TO WS-SCH-SUB
           PERFORM 3310-WRITE-ONE-INSTALLMENT THRU 3310-EXIT
               UNTIL WS-SCH-SUB >= WS-SCH-COUNT.
       3300-EXIT.
           EXIT.

       3310-WRITE-ONE-INSTALLMENT.
           ADD 1 TO WS-SCH-SUB
           MOVE WS-SCH-SUB TO IPY-INSTALLMENT-NO
           MOVE WS-SCH-PAY-DATE (WS-SCH-SUB) TO IPY-PAY-DATE
           IF WS-SCH-SUB = WS-SCH-COUNT
               COMPUTE IPY-INSTALLMENT-AMOUNT =
                   WS-ASSIGNMENT-AMOUNT - WS-INSTALLED-SO-FAR
           ELSE
               MOVE WS-INSTALLMENT TO IPY-INSTALLMENT-AMOUNT
           END-IF
           ADD IPY-INSTALLMENT-AMOUNT TO WS-INSTALLED-SO-FAR
           WRITE INSTRUCTOR-PAY-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.
       3310-EXIT.
           EXIT.

       3400-PRINT-DETAIL.
           MOVE PSR-COURSE-CODE TO WDT-COURSE-CODE
           IF PSR-SECTION-NO = SPACES
               MOVE SPACE TO WDT-DASH
           ELSE
               MOVE "-" TO WDT-DASH
           END-IF
           MOVE PSR-SECTION-NO   TO WDT-SECTION-NO
           MOVE PSR-MEETING-DAYS TO WDT-MEETING-DAYS
           MOVE PSR-WEEKLY-HOURS TO WDT-WEEKLY-HOURS
           MOVE WS-PAID-HOURS    TO WDT-PAID-HOURS
           MOVE WS-PRORATE-PERCENT TO WDT-PERCENT
           MOVE WS-ASSIGNMENT-AMOUNT TO WDT-AMOUNT
           MOVE WS-DETAIL-NOTE   TO WDT-NOTE
           MOVE WS-DETAIL-LINE TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE.
       3400-EXIT.
           EXIT.

       3500-INSTRUCTOR-TOTAL.
           MOVE SPACES TO WTL-LABEL
           STRING "  Total for " WS-PRIOR-INSTRUCTOR
               DELIMITED BY SIZE INTO WTL-LABEL
           MOVE WS-INSTRUCTOR-TOTAL TO WTL-AMOUNT
           MOVE WS-TOTAL-LINE TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3600-DEPARTMENT-TOTAL - the department's total and the   *
      *    line its head signs                                      *
      *-----------------------------------------------------------*
       3600-DEPARTMENT-TOTAL.
           MOVE SPACES TO WTL-LABEL
           STRING "Department total " WDL-DEPARTMENT
               DELIMITED BY SIZE INTO WTL-LABEL
           MOVE WS-DEPARTMENT-TOTAL TO WTL-AMOUNT
           MOVE WS-TOTAL-LINE TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE
           MOVE SPACES TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE
           MOVE WS-APPROVAL-LINE TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE.
       3600-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE COURSE-MASTER-FILE
           CLOSE INSTRUCTOR-MASTER-FILE
           CLOSE SECTION-MASTER-FILE
           CLOSE PAY-INTERFACE-FILE
           CLOSE REGISTER-FILE
           CLOSE ERROR-LOG-FILE
           DISPLAY "Courses read              : " WS-COURSES-READ
           DISPLAY "Assignments priced        : " WS-ASSIGNMENTS-PRICED
           DISPLAY "Assignments with pay      : " WS-ASSIGNMENTS-PAID
           DISPLAY "Not paid through this run : " WS-NOT-PAID-CATEGORY
           DISPLAY "No instructor assigned    : " WS-UNASSIGNED
           DISPLAY "Exceptions logged         : " WS-EXCEPTIONS
           DISPLAY "Pay dates in schedule     : " WS-SCH-COUNT
           DISPLAY "Interface records written : " WS-RECORDS-WRITTEN
           DISPLAY "Total pay for the term    : " WS-GRAND-TOTAL.
       9000-EXIT.
           EXIT.

       COPY BIZDAYPA.

       COPY ERRLOGPA.

       COPY JOBSTAPA.

       COPY PARMPA.

       COPY PRCDTPA.
