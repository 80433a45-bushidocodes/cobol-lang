      ******************************************************************
      *    PROGRAM-ID: RegAppointment
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Registration appointment build, run once a
      *                  term ahead of registration.  Gives every
      *                  active student a registration appointment -
      *                  the date and time their window opens - for
      *                  the appointment term (the REG_APPOINT_TERM
      *                  parameter, or the term the processing date
      *                  falls in).  Earned credits are totalled off
      *                  the grade history the GraduationAudit way
      *                  (A to D or TR, each course once, at its
      *                  COURSE-MASTER credit hours); the special-
      *                  population lists (SPECPOP.DAT) put athletes,
      *                  disability-services and veteran students in
      *                  the first tier; the rest are tiered by
      *                  credits, probation dropping a student one
      *                  tier and suspension giving no appointment.
      *                  Within a tier the dean's list goes first,
      *                  then the most credits.  Each tier's window
      *                  comes from REGWIN.DAT and students are let
      *                  in a slot at a time from its opening, slots
      *                  past the end of the day carrying to the
      *                  next business day.  Appointments are
      *                  written to REGAPPT.DAT and a notice is
      *                  printed for each student to APPTNTC.RPT; an
      *                  address the post office has returned gets no
      *                  notice and goes to the exception log.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RegAppointment.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SPECIAL-POPULATION-FILE ASSIGN TO "SPECPOP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POPULATION-STATUS.

           SELECT WINDOW-FILE ASSIGN TO "REGWIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-STATUS.

           SELECT CREDIT-SORT-FILE ASSIGN TO "APPTCSRT.WRK".

           SELECT CREDIT-WORK-FILE ASSIGN TO "APPTCRED.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIER-SORT-FILE ASSIGN TO "APPTTSRT.WRK".

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "APPTNTC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY APPTSEL.

           COPY BIZCALSL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PARMSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  GRADE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GRADHIST.

       FD  SPECIAL-POPULATION-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPECPOP.

       FD  WINDOW-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REGWIN.

      *    One earned grade (kind G) or one special-population
      *    certification (kind P), by student and course so a
      *    repeated course credits once.
       SD  CREDIT-SORT-FILE.
       01  CREDIT-SORT-RECORD.
           05  CSR-STUDENT-ID          PIC 9(07).
           05  CSR-COURSE-CODE         PIC X(04).
           05  CSR-KIND                PIC X(01).
               88  CSR-EARNED-GRADE    VALUE 'G'.
               88  CSR-POPULATION      VALUE 'P'.
           05  CSR-CREDITS             PIC 9(02)V9.
           05  CSR-POPULATION-CODE     PIC X(01).

      *    Earned credits and population per student, in StudentId
      *    order to match against STUDENT-MASTER.
       FD  CREDIT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CREDIT-WORK-RECORD.
           05  CRW-STUDENT-ID          PIC 9(07).
           05  CRW-EARNED-CREDITS      PIC 9(03)V9.
           05  CRW-POPULATION-CODE     PIC X(01).

       SD  TIER-SORT-FILE.
       01  TIER-SORT-RECORD.
           05  TSR-PRIORITY-TIER       PIC 9(01).
           05  TSR-STANDING-RANK       PIC 9(01).
           05  TSR-EARNED-CREDITS      PIC 9(03)V9.
           05  TSR-STUDENT-ID          PIC 9(07).
           05  TSR-STANDING-CODE       PIC X(01).
           05  TSR-POPULATION-CODE     PIC X(01).
           05  TSR-SURNAME             PIC X(20).
           05  TSR-GIVEN-NAME          PIC X(15).

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       FD  STUDENT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUADDR.

       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-PRINT-LINE           PIC X(80).

       COPY APPTFD.

       COPY BIZCALFD.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.
       COPY PARMFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY PARMWS.
       COPY APPTWS.
       COPY BIZDAYWS.
       COPY SYSCLOCK.

       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-HISTORY-NOTFOUND  VALUE "35".

       01  WS-POPULATION-STATUS     PIC X(02).
           88  WS-POPULATION-NOTFOUND VALUE "35".

       01  WS-WINDOW-STATUS         PIC X(02).
           88  WS-WINDOW-NOTFOUND   VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).

       01  WS-COURSE-STATUS         PIC X(02).

       01  WS-ADDRESS-STATUS        PIC X(02).
           88  WS-ADDRESS-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-HIST-END      VALUE 'Y'.
           05  WS-POP-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-POP-END       VALUE 'Y'.
           05  WS-WIN-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-WIN-END       VALUE 'Y'.
           05  WS-CSR-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-CSR-END       VALUE 'Y'.
           05  WS-CRW-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-CRW-END       VALUE 'Y'.
           05  WS-STU-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-STU-END       VALUE 'Y'.
           05  WS-TSR-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-TSR-END       VALUE 'Y'.
           05  WS-FIRST-STUDENT     PIC X(01) VALUE 'Y'.
               88  WS-IS-FIRST-STUDENT VALUE 'Y'.

       01  WS-APPOINT-TERM-PICK     PIC X(06).
       01  WS-APPOINT-TERM          PIC X(06).

      *    Credit and population totals for the student in hand on
      *    the credit sort.
       01  WS-PRIOR-STUDENT-ID      PIC 9(07) VALUE ZERO.
       01  WS-PRIOR-COURSE-CODE     PIC X(04) VALUE SPACES.
       01  WS-STUDENT-CREDITS       PIC 9(04)V9 VALUE ZERO.
       01  WS-STUDENT-POPULATION    PIC X(01) VALUE SPACE.

      *    Tier and basis worked out for one student.
       01  WS-STUDENT-BASIS.
           05  WS-SB-CREDITS        PIC 9(03)V9.
           05  WS-SB-POPULATION     PIC X(01).
           05  WS-SB-TIER           PIC 9(01).

      *    The registration windows for the term, one per tier.  A
      *    tier with no line of its own borrows the window of the
      *    next tier down that has one (failing that, the nearest
      *    above) and its students queue in that window's slots
      *    ahead of the lender's own.
       01  WS-WINDOW-TABLE.
           05  WS-WN-ENTRY OCCURS 6 TIMES.
               10  WS-WN-SOURCE         PIC 9(01).
               10  WS-WN-OPEN-DATE      PIC 9(08).
               10  WS-WN-OPEN-MINUTES   PIC 9(04).
               10  WS-WN-END-MINUTES    PIC 9(04).
               10  WS-WN-SLOT-SIZE      PIC 9(04).
               10  WS-WN-SLOT-MINUTES   PIC 9(03).
               10  WS-WN-CUR-DATE       PIC 9(08).
               10  WS-WN-CUR-MINUTES    PIC 9(05).
               10  WS-WN-IN-SLOT        PIC 9(04).

       01  WS-TIER-SUB              PIC 9(01) COMP VALUE ZERO.
       01  WS-WIN-SUB               PIC 9(01) COMP VALUE ZERO.

       01  WS-CLOCK-WORK.
           05  WS-CLOCK-HHMM        PIC 9(04).
           05  WS-CLOCK-HHMM-R REDEFINES WS-CLOCK-HHMM.
               10  WS-CLOCK-HH      PIC 9(02).
               10  WS-CLOCK-MM      PIC 9(02).

       01  WS-SLOT-DATE             PIC 9(08).
       01  WS-SLOT-TIME             PIC 9(04).
       01  WS-SLOT-HOUR             PIC 9(03).
       01  WS-SLOT-MINUTE           PIC 9(02).

       01  WS-COUNTERS.
           05  WS-STUDENTS-READ     PIC 9(07) VALUE ZERO.
           05  WS-APPOINTMENTS-MADE PIC 9(07) VALUE ZERO.
           05  WS-SUSPENDED-SKIPPED PIC 9(07) VALUE ZERO.
           05  WS-NOTICES-PRINTED   PIC 9(07) VALUE ZERO.
           05  WS-NOTICES-HELD      PIC 9(07) VALUE ZERO.
           05  WS-TIER-COUNT OCCURS 6 TIMES
                                    PIC 9(07).

       01  WS-NOTICE-HEADING.
           05  FILLER               PIC X(31) VALUE
               "REGISTRATION APPOINTMENT  term ".
           05  WNH-TERM-CODE        PIC X(06).
           05  FILLER               PIC X(09) VALUE "  dated  ".
           05  WNH-DATE             PIC 9(08).

       01  WS-NAME-LINE.
           05  WNN-SURNAME          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WNN-GIVEN-NAME       PIC X(15).
           05  FILLER               PIC X(05) VALUE " id  ".
           05  WNN-STUDENT-ID       PIC 9(07).

       01  WS-ADDRESS-LINE-1        PIC X(20).
       01  WS-ADDRESS-LINE-2.
           05  WNA-CITY             PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WNA-STATE            PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WNA-ZIP              PIC X(05).

       01  WS-APPOINTMENT-LINE.
           05  FILLER               PIC X(31) VALUE
               "Your registration window opens ".
           05  WNP-DATE             PIC 9(08).
           05  FILLER               PIC X(04) VALUE " at ".
           05  WNP-HOUR             PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  WNP-MINUTE           PIC 9(02).

       01  WS-BASIS-LINE.
           05  FILLER               PIC X(15) VALUE "Priority group ".
           05  WNB-TIER             PIC 9(01).
           05  FILLER               PIC X(18) VALUE
               "  earned credits  ".
           05  WNB-CREDITS          PIC ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WNB-BASIS-TEXT       PIC X(22).

       01  WS-ADVICE-LINE           PIC X(60) VALUE
           "Requests entered before that day will not be accepted.".

       01  WS-SEPARATOR-LINE        PIC X(40) VALUE ALL "-".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE NOT = 16
               SORT CREDIT-SORT-FILE
                   ON ASCENDING KEY CSR-STUDENT-ID
                                    CSR-COURSE-CODE
                   INPUT PROCEDURE IS 2000-RELEASE-CREDITS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-TOTAL-CREDITS
                       THRU 3000-EXIT
               SORT TIER-SORT-FILE
                   ON ASCENDING KEY TSR-PRIORITY-TIER
                                    TSR-STANDING-RANK
                      DESCENDING KEY TSR-EARNED-CREDITS
                      ASCENDING KEY TSR-STUDENT-ID
                   INPUT PROCEDURE IS 4000-RELEASE-STUDENTS
                       THRU 4000-EXIT
                   OUTPUT PROCEDURE IS 5000-ASSIGN-APPOINTMENTS
                       THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-STUDENTS-READ TO JST-RECORDS-READ
           MOVE WS-APPOINTMENTS-MADE TO JST-RECORDS-WRITTEN
           MOVE WS-NOTICES-HELD TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "RegAppointme" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "REGAPPT " TO ERR-PROGRAM-ID
           INITIALIZE WS-WINDOW-TABLE
           MOVE ZERO TO WS-TIER-SUB
           PERFORM 1050-CLEAR-TIER-COUNT THRU 1050-EXIT
               UNTIL WS-TIER-SUB >= 6
           MOVE "REG_APPOINT_TERM" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:6) TO WS-APPOINT-TERM-PICK
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "REG_APPOINT_TERM"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:6) TO WS-APPOINT-TERM-PICK
           END-IF
           IF WS-APPOINT-TERM-PICK NOT = SPACES
               MOVE WS-APPOINT-TERM-PICK TO WS-APPOINT-TERM
           ELSE
               PERFORM 1100-DERIVE-TERM-CODE THRU 1100-EXIT
           END-IF
           PERFORM 1200-LOAD-WINDOWS THRU 1200-EXIT
           IF RETURN-CODE = 16
               GO TO 1000-EXIT
           END-IF
           PERFORM 9400-LOAD-CALENDAR THRU 9400-EXIT
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT STUDENT-ADDRESS-FILE
           OPEN I-O REG-APPOINTMENT-FILE
           IF WS-APPOINT-NOTFOUND
               CLOSE REG-APPOINTMENT-FILE
               OPEN OUTPUT REG-APPOINTMENT-FILE
               CLOSE REG-APPOINTMENT-FILE
               OPEN I-O REG-APPOINTMENT-FILE
           END-IF
           OPEN OUTPUT NOTICE-FILE
           OPEN EXTEND ERROR-LOG-FILE
           DISPLAY "RegAppointment - building appointments for term "
               WS-APPOINT-TERM.
       1000-EXIT.
           EXIT.

       1050-CLEAR-TIER-COUNT.
           ADD 1 TO WS-TIER-SUB
           MOVE ZERO TO WS-TIER-COUNT (WS-TIER-SUB).
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-DERIVE-TERM-CODE - same bucketing the intake uses   *
      *-----------------------------------------------------------*
       1100-DERIVE-TERM-CODE.
           EVALUATE TRUE
               WHEN WS-PROC-MONTH >= 1 AND WS-PROC-MONTH <= 5
                   MOVE "SP" TO WS-APPOINT-TERM(1:2)
               WHEN WS-PROC-MONTH >= 6 AND WS-PROC-MONTH <= 8
                   MOVE "SU" TO WS-APPOINT-TERM(1:2)
               WHEN OTHER
                   MOVE "FA" TO WS-APPOINT-TERM(1:2)
           END-EVALUATE
           MOVE WS-PROC-YEAR TO WS-APPOINT-TERM(3:4).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-LOAD-WINDOWS - the term's tier windows; no window  *
      *    for the term at all stops the run                        *
      *-----------------------------------------------------------*
       1200-LOAD-WINDOWS.
           OPEN INPUT WINDOW-FILE
           IF WS-WINDOW-NOTFOUND
               DISPLAY "RegAppointment - no REGWIN.DAT window file"
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LOAD-ONE-WINDOW THRU 1210-EXIT
               UNTIL WS-WIN-END
           CLOSE WINDOW-FILE
           MOVE 6 TO WS-TIER-SUB
           PERFORM 1220-BORROW-FROM-BELOW THRU 1220-EXIT
               UNTIL WS-TIER-SUB <= 1
           MOVE 1 TO WS-TIER-SUB
           PERFORM 1230-BORROW-FROM-ABOVE THRU 1230-EXIT
               UNTIL WS-TIER-SUB >= 6
           IF WS-WN-SOURCE (1) = ZERO
               DISPLAY "RegAppointment - no registration windows "
                   "for term " WS-APPOINT-TERM
               MOVE 16 TO RETURN-CODE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-WINDOW.
           READ WINDOW-FILE
               AT END
                   MOVE 'Y' TO WS-WIN-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ
           IF RWN-TERM-CODE NOT = WS-APPOINT-TERM
               GO TO 1210-EXIT
           END-IF
           IF RWN-PRIORITY-TIER NOT NUMERIC
                   OR RWN-PRIORITY-TIER < 1
                   OR RWN-PRIORITY-TIER > 6
                   OR RWN-OPEN-DATE NOT NUMERIC
                   OR RWN-OPEN-TIME NOT NUMERIC
               DISPLAY "RegAppointment - window line ignored: "
                   REGISTRATION-WINDOW-RECORD
               GO TO 1210-EXIT
           END-IF
           MOVE RWN-PRIORITY-TIER TO WS-TIER-SUB
           MOVE WS-TIER-SUB TO WS-WN-SOURCE (WS-TIER-SUB)
           MOVE RWN-OPEN-DATE TO WS-WN-OPEN-DATE (WS-TIER-SUB)
           MOVE RWN-OPEN-TIME TO WS-CLOCK-HHMM
           COMPUTE WS-WN-OPEN-MINUTES (WS-TIER-SUB) =
               WS-CLOCK-HH * 60 + WS-CLOCK-MM
      *    No closing time (or one not after the opening) lets the
      *    slots run on through the day without carrying over.
           MOVE 1440 TO WS-WN-END-MINUTES (WS-TIER-SUB)
           IF RWN-DAY-END-TIME NUMERIC
                   AND RWN-DAY-END-TIME > RWN-OPEN-TIME
               MOVE RWN-DAY-END-TIME TO WS-CLOCK-HHMM
               COMPUTE WS-WN-END-MINUTES (WS-TIER-SUB) =
                   WS-CLOCK-HH * 60 + WS-CLOCK-MM
           END-IF
           MOVE 1 TO WS-WN-SLOT-SIZE (WS-TIER-SUB)
           IF RWN-SLOT-SIZE NUMERIC AND RWN-SLOT-SIZE > ZERO
               MOVE RWN-SLOT-SIZE TO WS-WN-SLOT-SIZE (WS-TIER-SUB)
           END-IF
           MOVE ZERO TO WS-WN-SLOT-MINUTES (WS-TIER-SUB)
           IF RWN-SLOT-MINUTES NUMERIC
               MOVE RWN-SLOT-MINUTES
                   TO WS-WN-SLOT-MINUTES (WS-TIER-SUB)
           END-IF
           MOVE WS-WN-OPEN-DATE (WS-TIER-SUB)
               TO WS-WN-CUR-DATE (WS-TIER-SUB)
           MOVE WS-WN-OPEN-MINUTES (WS-TIER-SUB)
               TO WS-WN-CUR-MINUTES (WS-TIER-SUB)
           MOVE ZERO TO WS-WN-IN-SLOT (WS-TIER-SUB).
       1210-EXIT.
           EXIT.

       1220-BORROW-FROM-BELOW.
           SUBTRACT 1 FROM WS-TIER-SUB
           IF WS-WN-SOURCE (WS-TIER-SUB) = ZERO
               MOVE WS-WN-SOURCE (WS-TIER-SUB + 1)
                   TO WS-WN-SOURCE (WS-TIER-SUB)
           END-IF.
       1220-EXIT.
           EXIT.

       1230-BORROW-FROM-ABOVE.
           ADD 1 TO WS-TIER-SUB
           IF WS-WN-SOURCE (WS-TIER-SUB) = ZERO
               MOVE WS-WN-SOURCE (WS-TIER-SUB - 1)
                   TO WS-WN-SOURCE (WS-TIER-SUB)
           END-IF.
       1230-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-RELEASE-CREDITS - SORT input procedure; every       *
      *    earned grade, then every special-population line still  *
      *    in force                                                 *
      *-----------------------------------------------------------*
       2000-RELEASE-CREDITS.
           OPEN INPUT GRADE-HISTORY-FILE
           IF WS-HISTORY-NOTFOUND
               DISPLAY "RegAppointment - no grade history; every "
                   "student counts zero credits"
           ELSE
               PERFORM 2100-RELEASE-ONE-GRADE THRU 2100-EXIT
                   UNTIL WS-HIST-END
               CLOSE GRADE-HISTORY-FILE
           END-IF
           OPEN INPUT SPECIAL-POPULATION-FILE
           IF WS-POPULATION-NOTFOUND
               DISPLAY "RegAppointment - no special-population "
                   "lists on file"
           ELSE
               PERFORM 2200-RELEASE-ONE-POPULATION THRU 2200-EXIT
                   UNTIL WS-POP-END
               CLOSE SPECIAL-POPULATION-FILE
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2100-RELEASE-ONE-GRADE - A to D or transfer credit, at  *
      *    the course's credit hours; a course with no credit      *
      *    value on file earns none                                 *
      *-----------------------------------------------------------*
       2100-RELEASE-ONE-GRADE.
           READ GRADE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           IF GRH-GRADE(1:1) NOT = 'A' AND NOT = 'B'
                   AND NOT = 'C' AND NOT = 'D'
                   AND NOT GRH-TRANSFER-CREDIT
               GO TO 2100-EXIT
           END-IF
           MOVE GRH-COURSE-CODE TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ
           IF CRS-CREDIT-HOURS NOT NUMERIC
                   OR CRS-CREDIT-HOURS = ZERO
               GO TO 2100-EXIT
           END-IF
           MOVE GRH-STUDENT-ID  TO CSR-STUDENT-ID
           MOVE GRH-COURSE-CODE TO CSR-COURSE-CODE
           SET CSR-EARNED-GRADE TO TRUE
           MOVE CRS-CREDIT-HOURS TO CSR-CREDITS
           MOVE SPACE TO CSR-POPULATION-CODE
           RELEASE CREDIT-SORT-RECORD.
       2100-EXIT.
           EXIT.

       2200-RELEASE-ONE-POPULATION.
           READ SPECIAL-POPULATION-FILE
               AT END
                   MOVE 'Y' TO WS-POP-EOF-SWITCH
                   GO TO 2200-EXIT
           END-READ
           IF SPP-STUDENT-ID NOT NUMERIC OR NOT SPP-CODE-VALID
               DISPLAY "RegAppointment - population line ignored: "
                   SPECIAL-POPULATION-RECORD
               GO TO 2200-EXIT
           END-IF
           IF SPP-EXPIRY-DATE NUMERIC
                   AND SPP-EXPIRY-DATE NOT = ZERO
                   AND SPP-EXPIRY-DATE < WS-PROCESSING-DATE
               GO TO 2200-EXIT
           END-IF
           MOVE SPP-STUDENT-ID TO CSR-STUDENT-ID
           MOVE SPACES TO CSR-COURSE-CODE
           SET CSR-POPULATION TO TRUE
           MOVE ZERO TO CSR-CREDITS
           MOVE SPP-POPULATION-CODE TO CSR-POPULATION-CODE
           RELEASE CREDIT-SORT-RECORD.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-TOTAL-CREDITS - SORT output procedure; one work    *
      *    line per student with credits and population             *
      *-----------------------------------------------------------*
       3000-TOTAL-CREDITS.
           OPEN OUTPUT CREDIT-WORK-FILE
           PERFORM 3100-RETURN-CREDIT THRU 3100-EXIT
           PERFORM 3050-TOTAL-LOOP THRU 3050-EXIT
               UNTIL WS-CSR-END
           PERFORM 3300-STUDENT-BREAK THRU 3300-EXIT
           CLOSE CREDIT-WORK-FILE.
       3000-EXIT.
           EXIT.

       3050-TOTAL-LOOP.
           IF CSR-STUDENT-ID NOT = WS-PRIOR-STUDENT-ID
               PERFORM 3300-STUDENT-BREAK THRU 3300-EXIT
               MOVE CSR-STUDENT-ID TO WS-PRIOR-STUDENT-ID
               MOVE SPACES TO WS-PRIOR-COURSE-CODE
               MOVE 'N' TO WS-FIRST-STUDENT
           END-IF
           IF CSR-POPULATION
      *        More than one office may certify the same student;
      *        the first code kept is the one shown on the notice.
               IF WS-STUDENT-POPULATION = SPACE
                   MOVE CSR-POPULATION-CODE TO WS-STUDENT-POPULATION
               END-IF
           ELSE
               IF CSR-COURSE-CODE NOT = WS-PRIOR-COURSE-CODE
                   ADD CSR-CREDITS TO WS-STUDENT-CREDITS
                   MOVE CSR-COURSE-CODE TO WS-PRIOR-COURSE-CODE
               END-IF
           END-IF
           PERFORM 3100-RETURN-CREDIT THRU 3100-EXIT.
       3050-EXIT.
           EXIT.

       3100-RETURN-CREDIT.
           RETURN CREDIT-SORT-FILE
               AT END MOVE 'Y' TO WS-CSR-EOF-SWITCH
           END-RETURN.
       3100-EXIT.
           EXIT.

       3300-STUDENT-BREAK.
           IF WS-IS-FIRST-STUDENT
               GO TO 3300-RESET
           END-IF
           MOVE WS-PRIOR-STUDENT-ID TO CRW-STUDENT-ID
           IF WS-STUDENT-CREDITS > 999.9
               MOVE 999.9 TO CRW-EARNED-CREDITS
           ELSE
               MOVE WS-STUDENT-CREDITS TO CRW-EARNED-CREDITS
           END-IF
           MOVE WS-STUDENT-POPULATION TO CRW-POPULATION-CODE
           WRITE CREDIT-WORK-RECORD.
       3300-RESET.
           MOVE ZERO TO WS-STUDENT-CREDITS
           MOVE SPACE TO WS-STUDENT-POPULATION.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-RELEASE-STUDENTS - SORT input procedure; the master *
      *    in StudentId order matched against the credit work      *
      *    file, one tiered line per active student                 *
      *-----------------------------------------------------------*
       4000-RELEASE-STUDENTS.
           OPEN INPUT CREDIT-WORK-FILE
           PERFORM 4150-READ-CREDIT-WORK THRU 4150-EXIT
           PERFORM 4100-RELEASE-ONE-STUDENT THRU 4100-EXIT
               UNTIL WS-STU-END
           CLOSE CREDIT-WORK-FILE.
       4000-EXIT.
           EXIT.

       4100-RELEASE-ONE-STUDENT.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STU-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ
           IF NOT STU-STATUS-ACTIVE
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-STUDENTS-READ
           PERFORM 4150-READ-CREDIT-WORK THRU 4150-EXIT
               UNTIL WS-CRW-END OR CRW-STUDENT-ID >= STU-ID
           MOVE ZERO TO WS-SB-CREDITS
           MOVE SPACE TO WS-SB-POPULATION
           IF NOT WS-CRW-END AND CRW-STUDENT-ID = STU-ID
               MOVE CRW-EARNED-CREDITS  TO WS-SB-CREDITS
               MOVE CRW-POPULATION-CODE TO WS-SB-POPULATION
           END-IF
           IF STU-STANDING-SUSPENDED
               ADD 1 TO WS-SUSPENDED-SKIPPED
               PERFORM 4300-DROP-APPOINTMENT THRU 4300-EXIT
               GO TO 4100-EXIT
           END-IF
           PERFORM 4200-SET-TIER THRU 4200-EXIT
           MOVE WS-SB-TIER      TO TSR-PRIORITY-TIER
           EVALUATE TRUE
               WHEN STU-STANDING-DEANS
                   MOVE 1 TO TSR-STANDING-RANK
               WHEN STU-STANDING-PROBATION
                   MOVE 3 TO TSR-STANDING-RANK
               WHEN OTHER
                   MOVE 2 TO TSR-STANDING-RANK
           END-EVALUATE
           MOVE WS-SB-CREDITS     TO TSR-EARNED-CREDITS
           MOVE STU-ID            TO TSR-STUDENT-ID
           MOVE STU-STANDING-CODE TO TSR-STANDING-CODE
           MOVE WS-SB-POPULATION  TO TSR-POPULATION-CODE
           MOVE STU-SURNAME       TO TSR-SURNAME
           MOVE STU-GIVEN-NAME    TO TSR-GIVEN-NAME
           RELEASE TIER-SORT-RECORD.
       4100-EXIT.
           EXIT.

       4150-READ-CREDIT-WORK.
           READ CREDIT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-CRW-EOF-SWITCH
           END-READ.
       4150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4200-SET-TIER - special populations first whatever their *
      *    credits; the rest by earned credits, probation one tier  *
      *    later                                                    *
      *-----------------------------------------------------------*
       4200-SET-TIER.
           IF WS-SB-POPULATION NOT = SPACE
               MOVE 1 TO WS-SB-TIER
               GO TO 4200-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-SB-CREDITS >= 90
                   MOVE 2 TO WS-SB-TIER
               WHEN WS-SB-CREDITS >= 60
                   MOVE 3 TO WS-SB-TIER
               WHEN WS-SB-CREDITS >= 30
                   MOVE 4 TO WS-SB-TIER
               WHEN OTHER
                   MOVE 5 TO WS-SB-TIER
           END-EVALUATE
           IF STU-STANDING-PROBATION
               ADD 1 TO WS-SB-TIER
           END-IF.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4300-DROP-APPOINTMENT - a suspended student loses any    *
      *    appointment an earlier build gave them for the term      *
      *-----------------------------------------------------------*
       4300-DROP-APPOINTMENT.
           MOVE STU-ID          TO APT-STUDENT-ID
           MOVE WS-APPOINT-TERM TO APT-TERM-CODE
           DELETE REG-APPOINTMENT-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-ASSIGN-APPOINTMENTS - SORT output procedure; the    *
      *    students in priority order into their tier's slots       *
      *-----------------------------------------------------------*
       5000-ASSIGN-APPOINTMENTS.
           PERFORM 5050-RETURN-TIERED THRU 5050-EXIT
           PERFORM 5100-ASSIGN-ONE THRU 5100-EXIT
               UNTIL WS-TSR-END.
       5000-EXIT.
           EXIT.

       5050-RETURN-TIERED.
           RETURN TIER-SORT-FILE
               AT END MOVE 'Y' TO WS-TSR-EOF-SWITCH
           END-RETURN.
       5050-EXIT.
           EXIT.

       5100-ASSIGN-ONE.
           MOVE WS-WN-SOURCE (TSR-PRIORITY-TIER) TO WS-WIN-SUB
           PERFORM 5200-NEXT-SLOT THRU 5200-EXIT
           MOVE TSR-STUDENT-ID      TO APT-STUDENT-ID
           MOVE WS-APPOINT-TERM     TO APT-TERM-CODE
           MOVE WS-SLOT-DATE        TO APT-APPOINT-DATE
           MOVE WS-SLOT-TIME        TO APT-APPOINT-TIME
           MOVE TSR-PRIORITY-TIER   TO APT-PRIORITY-TIER
           MOVE TSR-EARNED-CREDITS  TO APT-EARNED-CREDITS
           MOVE TSR-STANDING-CODE   TO APT-STANDING-CODE
           MOVE TSR-POPULATION-CODE TO APT-POPULATION-CODE
           MOVE WS-PROCESSING-DATE  TO APT-ASSIGNED-DATE
           WRITE REGISTRATION-APPOINTMENT-RECORD
               INVALID KEY
                   REWRITE REGISTRATION-APPOINTMENT-RECORD
           END-WRITE
           ADD 1 TO WS-APPOINTMENTS-MADE
           ADD 1 TO WS-TIER-COUNT (TSR-PRIORITY-TIER)
           PERFORM 5300-CHECK-MAIL-STATUS THRU 5300-EXIT
           IF NOT ADR-MAIL-RETURNED
               PERFORM 5400-PRINT-NOTICE THRU 5400-EXIT
           END-IF
           PERFORM 5050-RETURN-TIERED THRU 5050-EXIT.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5200-NEXT-SLOT - the next place in the window: a full    *
      *    slot moves the clock on, and past the day's close the    *
      *    window carries to the next business day's opening        *
      *-----------------------------------------------------------*
       5200-NEXT-SLOT.
           IF WS-WN-IN-SLOT (WS-WIN-SUB) >= WS-WN-SLOT-SIZE (WS-WIN-SUB)
               MOVE ZERO TO WS-WN-IN-SLOT (WS-WIN-SUB)
               ADD WS-WN-SLOT-MINUTES (WS-WIN-SUB)
                   TO WS-WN-CUR-MINUTES (WS-WIN-SUB)
               IF WS-WN-CUR-MINUTES (WS-WIN-SUB)
                       >= WS-WN-END-MINUTES (WS-WIN-SUB)
                   MOVE WS-WN-CUR-DATE (WS-WIN-SUB)
                       TO WS-BIZ-CHECK-DATE
                   PERFORM 9460-NEXT-BUSINESS-DAY THRU 9460-EXIT
                   MOVE WS-BIZ-CHECK-DATE
                       TO WS-WN-CUR-DATE (WS-WIN-SUB)
                   MOVE WS-WN-OPEN-MINUTES (WS-WIN-SUB)
                       TO WS-WN-CUR-MINUTES (WS-WIN-SUB)
               END-IF
           END-IF
           ADD 1 TO WS-WN-IN-SLOT (WS-WIN-SUB)
           MOVE WS-WN-CUR-DATE (WS-WIN-SUB) TO WS-SLOT-DATE
           DIVIDE WS-WN-CUR-MINUTES (WS-WIN-SUB) BY 60
               GIVING WS-SLOT-HOUR REMAINDER WS-SLOT-MINUTE
           COMPUTE WS-SLOT-TIME = WS-SLOT-HOUR * 100 + WS-SLOT-MINUTE.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5300-CHECK-MAIL-STATUS - an address the post office has  *
      *    returned gets no notice; the appointment stands and the  *
      *    exception log carries it                                 *
      *-----------------------------------------------------------*
       5300-CHECK-MAIL-STATUS.
           MOVE SPACE TO ADR-MAIL-STATUS
           IF WS-ADDRESS-NOTFOUND
               GO TO 5300-EXIT
           END-IF
           MOVE TSR-STUDENT-ID TO ADR-STUDENT-ID
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   MOVE SPACE TO ADR-MAIL-STATUS
                   GO TO 5300-EXIT
           END-READ
           IF NOT ADR-MAIL-RETURNED
               GO TO 5300-EXIT
           END-IF
           MOVE "BADA" TO ERR-CODE
           MOVE "ADR-MAIL-STATUS" TO ERR-FIELD-NAME
           MOVE SPACES TO ERR-INPUT-DATA
           STRING TSR-STUDENT-ID " APPT " WS-APPOINT-TERM
                  " " WS-SLOT-DATE " " WS-SLOT-TIME
               DELIMITED BY SIZE INTO ERR-INPUT-DATA
           MOVE "Appointment notice held - address returned"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           ADD 1 TO WS-NOTICES-HELD.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5400-PRINT-NOTICE - one notice per student: name,        *
      *    address, the appointment and the basis it was given on   *
      *-----------------------------------------------------------*
       5400-PRINT-NOTICE.
           MOVE WS-APPOINT-TERM    TO WNH-TERM-CODE
           MOVE WS-PROCESSING-DATE TO WNH-DATE
           MOVE WS-NOTICE-HEADING TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE TSR-SURNAME    TO WNN-SURNAME
           MOVE TSR-GIVEN-NAME TO WNN-GIVEN-NAME
           MOVE TSR-STUDENT-ID TO WNN-STUDENT-ID
           MOVE WS-NAME-LINE TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           PERFORM 5450-PRINT-ADDRESS THRU 5450-EXIT
           MOVE WS-SLOT-DATE   TO WNP-DATE
           MOVE WS-SLOT-TIME   TO WS-CLOCK-HHMM
           MOVE WS-CLOCK-HH    TO WNP-HOUR
           MOVE WS-CLOCK-MM    TO WNP-MINUTE
           MOVE WS-APPOINTMENT-LINE TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE TSR-PRIORITY-TIER  TO WNB-TIER
           MOVE TSR-EARNED-CREDITS TO WNB-CREDITS
           EVALUATE TRUE
               WHEN TSR-POPULATION-CODE = 'A'
                   MOVE "athlete" TO WNB-BASIS-TEXT
               WHEN TSR-POPULATION-CODE = 'D'
                   MOVE "disability services" TO WNB-BASIS-TEXT
               WHEN TSR-POPULATION-CODE = 'V'
                   MOVE "veteran" TO WNB-BASIS-TEXT
               WHEN TSR-STANDING-CODE = 'D'
                   MOVE "dean's list" TO WNB-BASIS-TEXT
               WHEN TSR-STANDING-CODE = 'P'
                   MOVE "academic probation" TO WNB-BASIS-TEXT
               WHEN OTHER
                   MOVE "good standing" TO WNB-BASIS-TEXT
           END-EVALUATE
           MOVE WS-BASIS-LINE TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE WS-ADVICE-LINE TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE WS-SEPARATOR-LINE TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           ADD 1 TO WS-NOTICES-PRINTED.
       5400-EXIT.
           EXIT.

       5450-PRINT-ADDRESS.
           IF WS-ADDRESS-NOTFOUND
               GO TO 5450-EXIT
           END-IF
           MOVE TSR-STUDENT-ID TO ADR-STUDENT-ID
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   MOVE "(no address on file)" TO WS-ADDRESS-LINE-1
                   MOVE WS-ADDRESS-LINE-1 TO NOTICE-PRINT-LINE
                   WRITE NOTICE-PRINT-LINE
                   GO TO 5450-EXIT
           END-READ
           MOVE ADR-STREET TO WS-ADDRESS-LINE-1
           MOVE WS-ADDRESS-LINE-1 TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE
           MOVE ADR-CITY  TO WNA-CITY
           MOVE ADR-STATE TO WNA-STATE
           MOVE ADR-ZIP   TO WNA-ZIP
           MOVE WS-ADDRESS-LINE-2 TO NOTICE-PRINT-LINE
           WRITE NOTICE-PRINT-LINE.
       5450-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE STUDENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE STUDENT-ADDRESS-FILE
           CLOSE REG-APPOINTMENT-FILE
           CLOSE NOTICE-FILE
           CLOSE ERROR-LOG-FILE
           DISPLAY "Active students read      : " WS-STUDENTS-READ
           DISPLAY "Appointments made         : " WS-APPOINTMENTS-MADE
           DISPLAY "  group 1 (special pop.)  : " WS-TIER-COUNT (1)
           DISPLAY "  group 2 (90+ credits)   : " WS-TIER-COUNT (2)
           DISPLAY "  group 3 (60+ credits)   : " WS-TIER-COUNT (3)
           DISPLAY "  group 4 (30+ credits)   : " WS-TIER-COUNT (4)
           DISPLAY "  group 5 (under 30)      : " WS-TIER-COUNT (5)
           DISPLAY "  group 6 (probation <30) : " WS-TIER-COUNT (6)
           DISPLAY "Suspended, no appointment : " WS-SUSPENDED-SKIPPED
           DISPLAY "Notices printed           : " WS-NOTICES-PRINTED
           DISPLAY "Notices held (bad address): " WS-NOTICES-HELD.
       9000-EXIT.
           EXIT.

       COPY BIZDAYPA.

       COPY ERRLOGPA.

       COPY JOBSTAPA.

       COPY PARMPA.

       COPY PRCDTPA.
