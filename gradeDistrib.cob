      ******************************************************************
      *    PROGRAM-ID: GradeDistribution
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Term grade distribution and grading-
      *                  consistency report for the deans.  The term
      *                  comes from GRADE_DIST_TERM on the parameter
      *                  master (environment override).  GRADHIST.DAT
      *                  is tallied into A/B/C/D/F/I/W counts per
      *                  course and per instructor (the course's
      *                  CRS-INSTRUCTOR-ID), and each course's average
      *                  grade points (A-F on the transcript scale,
      *                  unweighted) is set against its department's
      *                  mean for the term and against the same
      *                  course's earlier terms pooled.  A course more
      *                  than the tolerance away from either is
      *                  flagged - GRADE_DIST_TOLERANCE in hundredths
      *                  of a grade point, default 050.  The
      *                  instructor section adds the grade changes on
      *                  GRDAUDIT.LOG for the term as a share of the
      *                  grades issued.  Transfer credit is left out.
      *                  Output is GRADEDST.RPT.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GradeDistribution.
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

           SELECT GRADE-AUDIT-FILE ASSIGN TO "GRDAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT INSTRUCTOR-MASTER-FILE ASSIGN TO "INSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT COURSE-SORT-FILE ASSIGN TO "GDCSORT.WRK".

           SELECT INSTRUCTOR-SORT-FILE ASSIGN TO "GDISORT.WRK".

           SELECT DISTRIBUTION-REPORT-FILE ASSIGN TO "GRADEDST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY JOBSTSEL.

           COPY PARMSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  GRADE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GRADHIST.

       FD  GRADE-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GRDAUDIT.

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       FD  INSTRUCTOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INSTMAST.

       SD  COURSE-SORT-FILE.
       01  COURSE-SORT-RECORD.
           05  CSR-DEPARTMENT          PIC X(04).
           05  CSR-COURSE-CODE         PIC X(04).
           05  CSR-TABLE-SUB           PIC 9(03).

       SD  INSTRUCTOR-SORT-FILE.
       01  INSTRUCTOR-SORT-RECORD.
           05  ISR-INSTRUCTOR-ID       PIC X(06).
           05  ISR-TABLE-SUB           PIC 9(03).

       FD  DISTRIBUTION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISTRIBUTION-PRINT-LINE     PIC X(80).

       COPY JOBSTFD.
       COPY PARMFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY PARMWS.

       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-HISTORY-NOTFOUND  VALUE "35".

       01  WS-AUDIT-STATUS          PIC X(02).
           88  WS-AUDIT-NOTFOUND    VALUE "35".

       01  WS-COURSE-STATUS         PIC X(02).

       01  WS-INSTRUCTOR-STATUS     PIC X(02).

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-HIST-END      VALUE 'Y'.
           05  WS-AUDIT-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-AUDIT-END     VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-SORT-END      VALUE 'Y'.
           05  WS-FOUND-SWITCH      PIC X(01).
               88  WS-SLOT-FOUND    VALUE 'Y'.

      *    Term codes are SP/SU/FA plus the year; the key orders
      *    them by year and then season so terms compare in time.
       01  WS-REPORT-TERM           PIC X(06).
       01  WS-REPORT-TERM-KEY       PIC 9(05) VALUE ZERO.
       01  WS-TERM-CODE-IN          PIC X(06).
       01  WS-TERM-KEY-OUT          PIC 9(05).
       01  WS-TERM-KEY-PARTS REDEFINES WS-TERM-KEY-OUT.
           05  WS-TK-YEAR           PIC 9(04).
           05  WS-TK-SEASON         PIC 9(01).

       01  WS-TOLERANCE-PICK        PIC X(03).
       01  WS-TOLERANCE-HUNDREDTHS  PIC 9(03).
       01  WS-TOLERANCE             PIC 9(01)V99 VALUE 0.50.

       01  WS-GRADE-POINTS          PIC 9(01)V99.
       01  WS-GRADE-SLOT            PIC 9(01).
           88  WS-GRADE-AVERAGED    VALUE 1 THRU 5.

      *    Per-course tally, filled as the grade history is read.
      *    Slots 1-7 are A B C D F I W.
       01  WS-COURSE-TABLE.
           05  WS-CT-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-CT-ENTRY OCCURS 500 TIMES.
               10  WS-CT-COURSE-CODE    PIC X(04).
               10  WS-CT-DEPARTMENT     PIC X(04).
               10  WS-CT-INSTRUCTOR-ID  PIC X(06).
               10  WS-CT-GRADES         PIC 9(05) COMP OCCURS 7.
               10  WS-CT-ISSUED         PIC 9(05) COMP.
               10  WS-CT-POINTS         PIC 9(07)V99 COMP.
               10  WS-CT-GRADED         PIC 9(05) COMP.
               10  WS-CT-PRIOR-POINTS   PIC 9(07)V99 COMP.
               10  WS-CT-PRIOR-GRADED   PIC 9(05) COMP.

       01  WS-CT-SUB                PIC 9(03) COMP VALUE ZERO.

       01  WS-DEPT-TABLE.
           05  WS-DT-COUNT          PIC 9(02) COMP VALUE ZERO.
           05  WS-DT-ENTRY OCCURS 60 TIMES.
               10  WS-DT-DEPARTMENT     PIC X(04).
               10  WS-DT-POINTS         PIC 9(07)V99 COMP.
               10  WS-DT-GRADED         PIC 9(05) COMP.
               10  WS-DT-MEAN           PIC 9(01)V99.

       01  WS-DT-SUB                PIC 9(02) COMP VALUE ZERO.

       01  WS-INSTRUCTOR-TABLE.
           05  WS-IT-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-IT-ENTRY OCCURS 300 TIMES.
               10  WS-IT-INSTRUCTOR-ID  PIC X(06).
               10  WS-IT-GRADES         PIC 9(05) COMP OCCURS 7.
               10  WS-IT-ISSUED         PIC 9(05) COMP.
               10  WS-IT-CHANGES        PIC 9(05) COMP.

       01  WS-IT-SUB                PIC 9(03) COMP VALUE ZERO.
       01  WS-G-SUB                 PIC 9(01) COMP VALUE ZERO.

       01  WS-WANTED-COURSE         PIC X(04).
       01  WS-WANTED-INSTRUCTOR     PIC X(06).
       01  WS-COURSE-AVERAGE        PIC 9(01)V99.
       01  WS-PRIOR-AVERAGE         PIC 9(01)V99.
       01  WS-DEPT-MEAN             PIC 9(01)V99.
       01  WS-DIFFERENCE            PIC S9(01)V99.
       01  WS-DIFFERENCE-EDIT       PIC +9.99.
       01  WS-AVERAGE-EDIT          PIC 9.99.
       01  WS-CHANGE-SHARE          PIC 9(03)V9.
       01  WS-PRINTED-DEPARTMENT    PIC X(04) VALUE HIGH-VALUES.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ      PIC 9(07) VALUE ZERO.
           05  WS-TERM-GRADES       PIC 9(07) VALUE ZERO.
           05  WS-AUDIT-READ        PIC 9(07) VALUE ZERO.
           05  WS-TERM-CHANGES      PIC 9(07) VALUE ZERO.
           05  WS-COURSES-FLAGGED   PIC 9(05) VALUE ZERO.
           05  WS-TABLE-OVERFLOWS   PIC 9(05) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(29) VALUE
               "Grade distribution - term ".
           05  WRH-TERM             PIC X(06).
           05  FILLER               PIC X(15) VALUE
               "   tolerance ".
           05  WRH-TOLERANCE        PIC 9.99.
           05  FILLER               PIC X(12) VALUE "   run date ".
           05  WRH-DATE             PIC 9(08).

       01  WS-LEGEND-LINE           PIC X(80) VALUE
           "Flags: D+/D- vs department mean, P+/P- vs earlier terms".

       01  WS-DEPARTMENT-LINE.
           05  FILLER               PIC X(12) VALUE "Department: ".
           05  WDL-DEPARTMENT       PIC X(16).
           05  FILLER               PIC X(12) VALUE "  dept mean ".
           05  WDL-MEAN             PIC X(04).

       01  WS-COURSE-HEADING.
           05  FILLER               PIC X(13) VALUE "  Crse Instr".
           05  FILLER               PIC X(35) VALUE
               "    A    B    C    D    F    I    W".
           05  FILLER               PIC X(32) VALUE
               "  Total  Avg  Dept Prior Flag".

       01  WS-COURSE-DETAIL.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WCD-COURSE-CODE      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WCD-INSTRUCTOR-ID    PIC X(06).
           05  WCD-GRADE-COLUMN OCCURS 7 TIMES.
               10  FILLER           PIC X(01) VALUE SPACE.
               10  WCD-GRADES       PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WCD-ISSUED           PIC ZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WCD-AVERAGE          PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WCD-DEPT-DIFF        PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WCD-PRIOR            PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WCD-FLAG             PIC X(05).

       01  WS-INSTRUCTOR-HEADING.
           05  FILLER               PIC X(28) VALUE
               "  Instr  Name".
           05  FILLER               PIC X(35) VALUE
               "    A    B    C    D    F    I    W".
           05  FILLER               PIC X(17) VALUE
               "  Total Chg     %".

       01  WS-INSTRUCTOR-DETAIL.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WID-INSTRUCTOR-ID    PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WID-NAME             PIC X(19).
           05  WID-GRADE-COLUMN OCCURS 7 TIMES.
               10  FILLER           PIC X(01) VALUE SPACE.
               10  WID-GRADES       PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WID-ISSUED           PIC ZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WID-CHANGES          PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WID-CHANGE-SHARE     PIC ZZ9.9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               PERFORM 2000-TALLY-ONE THRU 2000-EXIT
                   UNTIL WS-HIST-END
               PERFORM 3000-COUNT-CHANGES THRU 3000-EXIT
               PERFORM 3500-DEPARTMENT-MEANS THRU 3500-EXIT
               SORT COURSE-SORT-FILE
                   ON ASCENDING KEY CSR-DEPARTMENT
                                    CSR-COURSE-CODE
                   INPUT PROCEDURE IS 4000-RELEASE-COURSES
                       THRU 4000-EXIT
                   OUTPUT PROCEDURE IS 5000-PRINT-COURSES
                       THRU 5000-EXIT
               SORT INSTRUCTOR-SORT-FILE
                   ON ASCENDING KEY ISR-INSTRUCTOR-ID
                   INPUT PROCEDURE IS 6000-RELEASE-INSTRUCTORS
                       THRU 6000-EXIT
                   OUTPUT PROCEDURE IS 7000-PRINT-INSTRUCTORS
                       THRU 7000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-HISTORY-READ TO JST-RECORDS-READ
           MOVE WS-CT-COUNT TO JST-RECORDS-WRITTEN
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "GradeDistrib" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE "GRADE_DIST_TERM" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:6) TO WS-REPORT-TERM
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "GRADE_DIST_TERM"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:6) TO WS-REPORT-TERM
           END-IF
           MOVE "GRADE_DIST_TOLERANCE" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:3) TO WS-TOLERANCE-PICK
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE
               FROM ENVIRONMENT "GRADE_DIST_TOLERANCE"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:3) TO WS-TOLERANCE-PICK
           END-IF
           IF WS-TOLERANCE-PICK NUMERIC
               MOVE WS-TOLERANCE-PICK TO WS-TOLERANCE-HUNDREDTHS
               IF WS-TOLERANCE-HUNDREDTHS < 400
                   COMPUTE WS-TOLERANCE =
                       WS-TOLERANCE-HUNDREDTHS / 100
               END-IF
           END-IF
           MOVE WS-REPORT-TERM TO WS-TERM-CODE-IN
           PERFORM 2900-MAKE-TERM-KEY THRU 2900-EXIT
           MOVE WS-TERM-KEY-OUT TO WS-REPORT-TERM-KEY
           IF WS-REPORT-TERM-KEY = ZERO
               DISPLAY "GradeDistribution - GRADE_DIST_TERM missing "
                   "or not SP/SU/FA plus year: " WS-REPORT-TERM
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT GRADE-HISTORY-FILE
           IF WS-HISTORY-NOTFOUND
               DISPLAY "GradeDistribution - no grade history on file"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT INSTRUCTOR-MASTER-FILE
           OPEN OUTPUT DISTRIBUTION-REPORT-FILE
           MOVE WS-REPORT-TERM TO WRH-TERM
           MOVE WS-TOLERANCE TO WRH-TOLERANCE
           MOVE WS-PROCESSING-DATE TO WRH-DATE
           MOVE WS-REPORT-HEADING TO DISTRIBUTION-PRINT-LINE
           WRITE DISTRIBUTION-PRINT-LINE
           MOVE WS-LEGEND-LINE TO DISTRIBUTION-PRINT-LINE
           WRITE DISTRIBUTION-PRINT-LINE
           DISPLAY "GradeDistribution - term " WS-REPORT-TERM
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-TALLY-ONE - report-term grades into the course and  *
      *    instructor counts; earlier terms only into the course's  *
      *    prior average                                            *
      *-----------------------------------------------------------*
       2000-TALLY-ONE.
           ADD 1 TO WS-HISTORY-READ
           IF GRH-TRANSFER-CREDIT
               GO TO 2000-NEXT
           END-IF
           MOVE GRH-TERM-CODE TO WS-TERM-CODE-IN
           PERFORM 2900-MAKE-TERM-KEY THRU 2900-EXIT
           IF WS-TERM-KEY-OUT = ZERO
                   OR WS-TERM-KEY-OUT > WS-REPORT-TERM-KEY
               GO TO 2000-NEXT
           END-IF
           PERFORM 2300-GRADE-SLOT THRU 2300-EXIT
           IF WS-GRADE-SLOT = ZERO
               GO TO 2000-NEXT
           END-IF
           MOVE GRH-COURSE-CODE TO WS-WANTED-COURSE
           PERFORM 2200-FIND-COURSE THRU 2200-EXIT
           IF NOT WS-SLOT-FOUND
               GO TO 2000-NEXT
           END-IF
           IF WS-TERM-KEY-OUT < WS-REPORT-TERM-KEY
               IF WS-GRADE-AVERAGED
                   ADD WS-GRADE-POINTS
                       TO WS-CT-PRIOR-POINTS (WS-CT-SUB)
                   ADD 1 TO WS-CT-PRIOR-GRADED (WS-CT-SUB)
               END-IF
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-TERM-GRADES
           ADD 1 TO WS-CT-GRADES (WS-CT-SUB, WS-GRADE-SLOT)
           ADD 1 TO WS-CT-ISSUED (WS-CT-SUB)
           IF WS-GRADE-AVERAGED
               ADD WS-GRADE-POINTS TO WS-CT-POINTS (WS-CT-SUB)
               ADD 1 TO WS-CT-GRADED (WS-CT-SUB)
           END-IF
           MOVE WS-CT-INSTRUCTOR-ID (WS-CT-SUB)
               TO WS-WANTED-INSTRUCTOR
           PERFORM 2400-FIND-INSTRUCTOR THRU 2400-EXIT
           IF WS-SLOT-FOUND
               ADD 1 TO WS-IT-GRADES (WS-IT-SUB, WS-GRADE-SLOT)
               ADD 1 TO WS-IT-ISSUED (WS-IT-SUB)
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-HISTORY.
           READ GRADE-HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-FIND-COURSE - the course's slot, opened on first    *
      *    sight with its instructor and department                 *
      *-----------------------------------------------------------*
       2200-FIND-COURSE.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-CT-SUB
           PERFORM 2210-SCAN-ONE-COURSE THRU 2210-EXIT
               UNTIL WS-SLOT-FOUND OR WS-CT-SUB >= WS-CT-COUNT
           IF WS-SLOT-FOUND
               GO TO 2200-EXIT
           END-IF
           IF WS-CT-COUNT >= 500
               ADD 1 TO WS-TABLE-OVERFLOWS
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-CT-COUNT
           MOVE WS-CT-COUNT TO WS-CT-SUB
           INITIALIZE WS-CT-ENTRY (WS-CT-SUB)
           MOVE WS-WANTED-COURSE TO WS-CT-COURSE-CODE (WS-CT-SUB)
           MOVE WS-WANTED-COURSE TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CRS-INSTRUCTOR-ID
           END-READ
           MOVE CRS-INSTRUCTOR-ID TO WS-CT-INSTRUCTOR-ID (WS-CT-SUB)
           IF CRS-INSTRUCTOR-ID NOT = SPACES
               MOVE CRS-INSTRUCTOR-ID TO INS-ID
               READ INSTRUCTOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INS-DEPARTMENT
                           TO WS-CT-DEPARTMENT (WS-CT-SUB)
               END-READ
           END-IF
           MOVE 'Y' TO WS-FOUND-SWITCH.
       2200-EXIT.
           EXIT.

       2210-SCAN-ONE-COURSE.
           ADD 1 TO WS-CT-SUB
           IF WS-CT-COURSE-CODE (WS-CT-SUB) = WS-WANTED-COURSE
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-GRADE-SLOT - A-F carry transcript-scale points and  *
      *    are averaged; I and W are counted only                   *
      *-----------------------------------------------------------*
       2300-GRADE-SLOT.
           MOVE ZERO TO WS-GRADE-POINTS
           EVALUATE GRH-GRADE(1:1)
               WHEN 'A'
                   MOVE 1 TO WS-GRADE-SLOT
                   MOVE 4.00 TO WS-GRADE-POINTS
               WHEN 'B'
                   MOVE 2 TO WS-GRADE-SLOT
                   MOVE 3.00 TO WS-GRADE-POINTS
               WHEN 'C'
                   MOVE 3 TO WS-GRADE-SLOT
                   MOVE 2.00 TO WS-GRADE-POINTS
               WHEN 'D'
                   MOVE 4 TO WS-GRADE-SLOT
                   MOVE 1.00 TO WS-GRADE-POINTS
               WHEN 'F'
                   MOVE 5 TO WS-GRADE-SLOT
               WHEN 'I'
                   MOVE 6 TO WS-GRADE-SLOT
               WHEN 'W'
                   MOVE 7 TO WS-GRADE-SLOT
               WHEN OTHER
                   MOVE ZERO TO WS-GRADE-SLOT
           END-EVALUATE
           IF WS-GRADE-SLOT > ZERO AND WS-GRADE-SLOT < 5
               IF GRH-GRADE(2:1) = '+' AND WS-GRADE-POINTS < 4.00
                   ADD 0.30 TO WS-GRADE-POINTS
               END-IF
               IF GRH-GRADE(2:1) = '-'
                   SUBTRACT 0.30 FROM WS-GRADE-POINTS
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2400-FIND-INSTRUCTOR.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-IT-SUB
           PERFORM 2410-SCAN-ONE-INSTRUCTOR THRU 2410-EXIT
               UNTIL WS-SLOT-FOUND OR WS-IT-SUB >= WS-IT-COUNT
           IF WS-SLOT-FOUND
               GO TO 2400-EXIT
           END-IF
           IF WS-IT-COUNT >= 300
               ADD 1 TO WS-TABLE-OVERFLOWS
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-IT-COUNT
           MOVE WS-IT-COUNT TO WS-IT-SUB
           INITIALIZE WS-IT-ENTRY (WS-IT-SUB)
           MOVE WS-WANTED-INSTRUCTOR
               TO WS-IT-INSTRUCTOR-ID (WS-IT-SUB)
           MOVE 'Y' TO WS-FOUND-SWITCH.
       2400-EXIT.
           EXIT.

       2410-SCAN-ONE-INSTRUCTOR.
           ADD 1 TO WS-IT-SUB
           IF WS-IT-INSTRUCTOR-ID (WS-IT-SUB) = WS-WANTED-INSTRUCTOR
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
       2410-EXIT.
           EXIT.

       2900-MAKE-TERM-KEY.
           MOVE ZERO TO WS-TERM-KEY-OUT
           IF WS-TERM-CODE-IN(3:4) NOT NUMERIC
               GO TO 2900-EXIT
           END-IF
           EVALUATE WS-TERM-CODE-IN(1:2)
               WHEN "SP"
                   MOVE 1 TO WS-TK-SEASON
               WHEN "SU"
                   MOVE 2 TO WS-TK-SEASON
               WHEN "FA"
                   MOVE 3 TO WS-TK-SEASON
               WHEN OTHER
                   GO TO 2900-EXIT
           END-EVALUATE
           MOVE WS-TERM-CODE-IN(3:4) TO WS-TK-YEAR.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-COUNT-CHANGES - GradeChange audit rows for the      *
      *    term, charged to the course's instructor                 *
      *-----------------------------------------------------------*
       3000-COUNT-CHANGES.
           OPEN INPUT GRADE-AUDIT-FILE
           IF WS-AUDIT-NOTFOUND
               DISPLAY "GradeDistribution - no grade change log"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-COUNT-ONE-CHANGE THRU 3100-EXIT
               UNTIL WS-AUDIT-END
           CLOSE GRADE-AUDIT-FILE.
       3000-EXIT.
           EXIT.

       3100-COUNT-ONE-CHANGE.
           READ GRADE-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-AUDIT-READ
           IF GAU-TERM-CODE NOT = WS-REPORT-TERM
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-TERM-CHANGES
           MOVE GAU-COURSE-CODE TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CRS-INSTRUCTOR-ID
           END-READ
           MOVE CRS-INSTRUCTOR-ID TO WS-WANTED-INSTRUCTOR
           PERFORM 2400-FIND-INSTRUCTOR THRU 2400-EXIT
           IF WS-SLOT-FOUND
               ADD 1 TO WS-IT-CHANGES (WS-IT-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3500-DEPARTMENT-MEANS - each department's average grade  *
      *    points over all its courses' report-term grades          *
      *-----------------------------------------------------------*
       3500-DEPARTMENT-MEANS.
           MOVE ZERO TO WS-CT-SUB
           PERFORM 3510-ADD-ONE-COURSE THRU 3510-EXIT
               UNTIL WS-CT-SUB >= WS-CT-COUNT
           MOVE ZERO TO WS-DT-SUB
           PERFORM 3530-FIGURE-ONE-MEAN THRU 3530-EXIT
               UNTIL WS-DT-SUB >= WS-DT-COUNT.
       3500-EXIT.
           EXIT.

       3510-ADD-ONE-COURSE.
           ADD 1 TO WS-CT-SUB
           PERFORM 3520-FIND-DEPARTMENT THRU 3520-EXIT
           IF WS-SLOT-FOUND
               ADD WS-CT-POINTS (WS-CT-SUB) TO WS-DT-POINTS (WS-DT-SUB)
               ADD WS-CT-GRADED (WS-CT-SUB) TO WS-DT-GRADED (WS-DT-SUB)
           END-IF.
       3510-EXIT.
           EXIT.

       3520-FIND-DEPARTMENT.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-DT-SUB
           PERFORM 3525-SCAN-ONE-DEPARTMENT THRU 3525-EXIT
               UNTIL WS-SLOT-FOUND OR WS-DT-SUB >= WS-DT-COUNT
           IF WS-SLOT-FOUND
               GO TO 3520-EXIT
           END-IF
           IF WS-DT-COUNT >= 60
               GO TO 3520-EXIT
           END-IF
           ADD 1 TO WS-DT-COUNT
           MOVE WS-DT-COUNT TO WS-DT-SUB
           INITIALIZE WS-DT-ENTRY (WS-DT-SUB)
           MOVE WS-CT-DEPARTMENT (WS-CT-SUB)
               TO WS-DT-DEPARTMENT (WS-DT-SUB)
           MOVE 'Y' TO WS-FOUND-SWITCH.
       3520-EXIT.
           EXIT.

       3525-SCAN-ONE-DEPARTMENT.
           ADD 1 TO WS-DT-SUB
           IF WS-DT-DEPARTMENT (WS-DT-SUB)
                   = WS-CT-DEPARTMENT (WS-CT-SUB)
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
       3525-EXIT.
           EXIT.

       3530-FIGURE-ONE-MEAN.
           ADD 1 TO WS-DT-SUB
           IF WS-DT-GRADED (WS-DT-SUB) > ZERO
               COMPUTE WS-DT-MEAN (WS-DT-SUB) ROUNDED =
                   WS-DT-POINTS (WS-DT-SUB) / WS-DT-GRADED (WS-DT-SUB)
           END-IF.
       3530-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-RELEASE-COURSES - courses with a grade issued in    *
      *    the report term                                          *
      *-----------------------------------------------------------*
       4000-RELEASE-COURSES.
           MOVE ZERO TO WS-CT-SUB
           PERFORM 4100-RELEASE-ONE-COURSE THRU 4100-EXIT
               UNTIL WS-CT-SUB >= WS-CT-COUNT.
       4000-EXIT.
           EXIT.

       4100-RELEASE-ONE-COURSE.
           ADD 1 TO WS-CT-SUB
           IF WS-CT-ISSUED (WS-CT-SUB) = ZERO
               GO TO 4100-EXIT
           END-IF
           MOVE WS-CT-DEPARTMENT (WS-CT-SUB)  TO CSR-DEPARTMENT
           MOVE WS-CT-COURSE-CODE (WS-CT-SUB) TO CSR-COURSE-CODE
           MOVE WS-CT-SUB                     TO CSR-TABLE-SUB
           RELEASE COURSE-SORT-RECORD.
       4100-EXIT.
           EXIT.

       5000-PRINT-COURSES.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM 5100-RETURN-COURSE THRU 5100-EXIT
           PERFORM 5200-PRINT-ONE-COURSE THRU 5200-EXIT
               UNTIL WS-SORT-END
           IF WS-PRINTED-DEPARTMENT = HIGH-VALUES
               MOVE "No grades on file for the term."
                   TO DISTRIBUTION-PRINT-LINE
               WRITE DISTRIBUTION-PRINT-LINE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-RETURN-COURSE.
           RETURN COURSE-SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5200-PRINT-ONE-COURSE - counts, average, distance from   *
      *    the department mean and from the earlier terms, and the  *
      *    flags where either is past the tolerance                 *
      *-----------------------------------------------------------*
       5200-PRINT-ONE-COURSE.
           MOVE CSR-TABLE-SUB TO WS-CT-SUB
           IF CSR-DEPARTMENT NOT = WS-PRINTED-DEPARTMENT
               PERFORM 5400-PRINT-DEPARTMENT THRU 5400-EXIT
           END-IF
           MOVE WS-CT-COURSE-CODE (WS-CT-SUB)   TO WCD-COURSE-CODE
           MOVE WS-CT-INSTRUCTOR-ID (WS-CT-SUB) TO WCD-INSTRUCTOR-ID
           MOVE ZERO TO WS-G-SUB
           PERFORM 5210-FORMAT-ONE-GRADE THRU 5210-EXIT
               UNTIL WS-G-SUB >= 7
           MOVE WS-CT-ISSUED (WS-CT-SUB) TO WCD-ISSUED
           MOVE SPACES TO WCD-AVERAGE
           MOVE SPACES TO WCD-DEPT-DIFF
           MOVE " n/a" TO WCD-PRIOR
           MOVE SPACES TO WCD-FLAG
           IF WS-CT-GRADED (WS-CT-SUB) = ZERO
               GO TO 5200-WRITE
           END-IF
           COMPUTE WS-COURSE-AVERAGE ROUNDED =
               WS-CT-POINTS (WS-CT-SUB) / WS-CT-GRADED (WS-CT-SUB)
           MOVE WS-COURSE-AVERAGE TO WS-AVERAGE-EDIT
           MOVE WS-AVERAGE-EDIT TO WCD-AVERAGE
           COMPUTE WS-DIFFERENCE = WS-COURSE-AVERAGE - WS-DEPT-MEAN
           MOVE WS-DIFFERENCE TO WS-DIFFERENCE-EDIT
           MOVE WS-DIFFERENCE-EDIT TO WCD-DEPT-DIFF
           IF WS-DIFFERENCE > WS-TOLERANCE
               MOVE "D+" TO WCD-FLAG(1:2)
           END-IF
           IF WS-DIFFERENCE < ZERO
                   AND (0 - WS-DIFFERENCE) > WS-TOLERANCE
               MOVE "D-" TO WCD-FLAG(1:2)
           END-IF
           IF WS-CT-PRIOR-GRADED (WS-CT-SUB) > ZERO
               COMPUTE WS-PRIOR-AVERAGE ROUNDED =
                   WS-CT-PRIOR-POINTS (WS-CT-SUB)
                       / WS-CT-PRIOR-GRADED (WS-CT-SUB)
               MOVE WS-PRIOR-AVERAGE TO WS-AVERAGE-EDIT
               MOVE WS-AVERAGE-EDIT TO WCD-PRIOR
               COMPUTE WS-DIFFERENCE =
                   WS-COURSE-AVERAGE - WS-PRIOR-AVERAGE
               IF WS-DIFFERENCE > WS-TOLERANCE
                   MOVE "P+" TO WCD-FLAG(4:2)
               END-IF
               IF WS-DIFFERENCE < ZERO
                       AND (0 - WS-DIFFERENCE) > WS-TOLERANCE
                   MOVE "P-" TO WCD-FLAG(4:2)
               END-IF
           END-IF
           IF WCD-FLAG NOT = SPACES
               ADD 1 TO WS-COURSES-FLAGGED
           END-IF.
       5200-WRITE.
           MOVE WS-COURSE-DETAIL TO DISTRIBUTION-PRINT-LINE
           WRITE DISTRIBUTION-PRINT-LINE
           PERFORM 5100-RETURN-COURSE THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

       5210-FORMAT-ONE-GRADE.
           ADD 1 TO WS-G-SUB
           MOVE WS-CT-GRADES (WS-CT-SUB, WS-G-SUB)
               TO WCD-GRADES (WS-G-SUB).
       5210-EXIT.
           EXIT.

       5400-PRINT-DEPARTMENT.
           MOVE CSR-DEPARTMENT TO WS-PRINTED-DEPARTMENT
           MOVE ZERO TO WS-DEPT-MEAN
           PERFORM 3520-FIND-DEPARTMENT THRU 3520-EXIT
           MOVE "n/a " TO WDL-MEAN
           IF WS-SLOT-FOUND AND WS-DT-GRADED (WS-DT-SUB) > ZERO
               MOVE WS-DT-MEAN (WS-DT-SUB) TO WS-DEPT-MEAN
               MOVE WS-DEPT-MEAN TO WS-AVERAGE-EDIT
               MOVE WS-AVERAGE-EDIT TO WDL-MEAN
           END-IF
           MOVE SPACES TO DISTRIBUTION-PRINT-LINE
           WRITE DISTRIBUTION-PRINT-LINE
           IF CSR-DEPARTMENT = SPACES
               MOVE "(no department)" TO WDL-DEPARTMENT
           ELSE
               MOVE CSR-DEPARTMENT TO WDL-DEPARTMENT
           END-IF
           MOVE WS-DEPARTMENT-LINE TO DISTRIBUTION-PRINT-LINE
           WRITE DISTRIBUTION-PRINT-LINE
           MOVE WS-COURSE-HEADING TO DISTRIBUTION-PRINT-LINE
           WRITE DISTRIBUTION-PRINT-LINE.
       5400-EXIT.
           EXIT.

       6000-RELEASE-INSTRUCTORS.
           MOVE ZERO TO WS-IT-SUB
           PERFORM 6100-RELEASE-ONE-INSTRUCTOR THRU 6100-EXIT
               UNTIL WS-IT-SUB >= WS-IT-COUNT.
       6000-EXIT.
           EXIT.

       6100-RELEASE-ONE-INSTRUCTOR.
           ADD 1 TO WS-IT-SUB
           MOVE WS-IT-INSTRUCTOR-ID (WS-IT-SUB) TO ISR-INSTRUCTOR-ID
           MOVE WS-IT-SUB TO ISR-TABLE-SUB
           RELEASE INSTRUCTOR-SORT-RECORD.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7000-PRINT-INSTRUCTORS - the instructor's distribution   *
      *    and grade changes as a share of the grades issued        *
      *-----------------------------------------------------------*
       7000-PRINT-INSTRUCTORS.
           MOVE SPACES TO DISTRIBUTION-PRINT-LINE
           WRITE DISTRIBUTION-PRINT-LINE
           MOVE "By instructor:" TO DISTRIBUTION-PRINT-LINE
           WRITE DISTRIBUTION-PRINT-LINE
           MOVE WS-INSTRUCTOR-HEADING TO DISTRIBUTION-PRINT-LINE
           WRITE DISTRIBUTION-PRINT-LINE
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM 7100-RETURN-INSTRUCTOR THRU 7100-EXIT
           PERFORM 7200-PRINT-ONE-INSTRUCTOR THRU 7200-EXIT
               UNTIL WS-SORT-END.
       7000-EXIT.
           EXIT.

       7100-RETURN-INSTRUCTOR.
           RETURN INSTRUCTOR-SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
       7100-EXIT.
           EXIT.

       7200-PRINT-ONE-INSTRUCTOR.
           MOVE ISR-TABLE-SUB TO WS-IT-SUB
           MOVE WS-IT-INSTRUCTOR-ID (WS-IT-SUB) TO WID-INSTRUCTOR-ID
           IF WS-IT-INSTRUCTOR-ID (WS-IT-SUB) = SPACES
               MOVE "(unassigned)" TO WID-NAME
           ELSE
               MOVE WS-IT-INSTRUCTOR-ID (WS-IT-SUB) TO INS-ID
               READ INSTRUCTOR-MASTER-FILE
                   INVALID KEY
                       MOVE "*NOTFND*" TO WID-NAME
                   NOT INVALID KEY
                       MOVE INS-SURNAME TO WID-NAME
               END-READ
           END-IF
           MOVE ZERO TO WS-G-SUB
           PERFORM 7210-FORMAT-ONE-GRADE THRU 7210-EXIT
               UNTIL WS-G-SUB >= 7
           MOVE WS-IT-ISSUED (WS-IT-SUB)  TO WID-ISSUED
           MOVE WS-IT-CHANGES (WS-IT-SUB) TO WID-CHANGES
           MOVE ZERO TO WS-CHANGE-SHARE
           IF WS-IT-ISSUED (WS-IT-SUB) > ZERO
               COMPUTE WS-CHANGE-SHARE ROUNDED =
                   WS-IT-CHANGES (WS-IT-SUB) * 100
                       / WS-IT-ISSUED (WS-IT-SUB)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-CHANGE-SHARE
               END-COMPUTE
           END-IF
           MOVE WS-CHANGE-SHARE TO WID-CHANGE-SHARE
           MOVE WS-INSTRUCTOR-DETAIL TO DISTRIBUTION-PRINT-LINE
           WRITE DISTRIBUTION-PRINT-LINE
           PERFORM 7100-RETURN-INSTRUCTOR THRU 7100-EXIT.
       7200-EXIT.
           EXIT.

       7210-FORMAT-ONE-GRADE.
           ADD 1 TO WS-G-SUB
           MOVE WS-IT-GRADES (WS-IT-SUB, WS-G-SUB)
               TO WID-GRADES (WS-G-SUB).
       7210-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE GRADE-HISTORY-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE INSTRUCTOR-MASTER-FILE
           CLOSE DISTRIBUTION-REPORT-FILE
           DISPLAY "Grade history read      : " WS-HISTORY-READ
           DISPLAY "Grades in the term      : " WS-TERM-GRADES
           DISPLAY "Grade changes in term   : " WS-TERM-CHANGES
           DISPLAY "Courses tallied         : " WS-CT-COUNT
           DISPLAY "Courses flagged         : " WS-COURSES-FLAGGED
           IF WS-TABLE-OVERFLOWS > ZERO
               DISPLAY "Rows past table limits  : " WS-TABLE-OVERFLOWS
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY JOBSTAPA.

       COPY PARMPA.

       COPY PRCDTPA.
