      ******************************************************************
      *    PROGRAM-ID: EvalRatingReport
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Instructor rating report from the end-of-term
      *                  course evaluations.  The term comes from
      *                  EVAL_TERM on the parameter master (environment
      *                  override).  Responses on EVALRESP.DAT for that
      *                  term and earlier are sorted by department,
      *                  instructor (the course's instructor on
      *                  COURSE-MASTER) and course, latest term first,
      *                  and EVALRATE.RPT prints per course the mean
      *                  score for each question, the response rate
      *                  against CRS-ENROLLED-COUNT, the overall mean
      *                  and its movement from the course's most
      *                  recent earlier term, with an overall line per
      *                  instructor.  A course with fewer than five
      *                  responses in a term is suppressed for that
      *                  term, and an earlier term under five gives
      *                  no movement.  Responses for a course no
      *                  longer on COURSE-MASTER are skipped.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EvalRatingReport.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVAL-RESPONSE-FILE ASSIGN TO "EVALRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.

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

           SELECT SORT-WORK-FILE ASSIGN TO "EVLSORT.WRK".

           SELECT RATING-REPORT-FILE ASSIGN TO "EVALRATE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY JOBSTSEL.

           COPY PARMSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  EVAL-RESPONSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EVALRESP.

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       FD  INSTRUCTOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INSTMAST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-DEPARTMENT          PIC X(04).
           05  SRT-INSTRUCTOR-ID       PIC X(06).
           05  SRT-COURSE-CODE         PIC X(04).
           05  SRT-TERM-KEY            PIC 9(05).
           05  SRT-SCORES.
               10  SRT-SCORE           PIC 9(01) OCCURS 8 TIMES.

       FD  RATING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATING-PRINT-LINE           PIC X(80).

       COPY JOBSTFD.
       COPY PARMFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY PARMWS.

       01  WS-RESPONSE-STATUS       PIC X(02).
           88  WS-RESPONSE-NOTFOUND VALUE "35".

       01  WS-COURSE-STATUS         PIC X(02).

       01  WS-INSTRUCTOR-STATUS     PIC X(02).

       01  WS-SWITCHES.
           05  WS-RESP-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-RESP-END      VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-SORT-END      VALUE 'Y'.

       01  WS-MINIMUM-RESPONSES     PIC 9(02) VALUE 5.

      *    Term codes are SP/SU/FA plus the year; the key orders
      *    them by year and then season so terms compare in time.
       01  WS-REPORT-TERM           PIC X(06).
       01  WS-REPORT-TERM-KEY       PIC 9(05) VALUE ZERO.
       01  WS-TERM-CODE-IN          PIC X(06).
       01  WS-TERM-KEY-OUT          PIC 9(05).
       01  WS-TERM-KEY-PARTS REDEFINES WS-TERM-KEY-OUT.
           05  WS-TK-YEAR           PIC 9(04).
           05  WS-TK-SEASON         PIC 9(01).

       01  WS-CUR-DEPARTMENT        PIC X(04).
       01  WS-CUR-INSTRUCTOR-ID     PIC X(06).
       01  WS-CUR-COURSE-CODE       PIC X(04).
       01  WS-CUR-TERM-KEY          PIC 9(05).
       01  WS-PRINTED-DEPARTMENT    PIC X(04) VALUE HIGH-VALUES.
       01  WS-PRINTED-INSTRUCTOR-ID PIC X(06) VALUE HIGH-VALUES.

      *    One term of one course being summed.
       01  WS-TERM-TOTALS.
           05  WS-TT-RESPONSES      PIC 9(05) COMP.
           05  WS-TT-SCORE-SUM      PIC 9(07) COMP.
           05  WS-TT-ANSWERED       PIC 9(07) COMP.
           05  WS-TT-QUESTION OCCURS 8 TIMES.
               10  WS-TT-Q-SUM      PIC 9(07) COMP.
               10  WS-TT-Q-ANSWERED PIC 9(05) COMP.

      *    The report term's figures held while the earlier term
      *    is summed for the movement.
       01  WS-COURSE-RESPONSES      PIC 9(05) COMP.
       01  WS-COURSE-MEAN           PIC 9(01)V99.
       01  WS-PRIOR-MEAN            PIC 9(01)V99.
       01  WS-MOVEMENT              PIC S9(01)V99.
       01  WS-MOVEMENT-EDIT         PIC +9.99.
       01  WS-COURSE-SWITCH         PIC X(01).
           88  WS-COURSE-REPORTED   VALUE 'Y'.
       01  WS-PRIOR-SWITCH          PIC X(01).
           88  WS-PRIOR-FOUND       VALUE 'Y'.

      *    Instructor roll-up across the courses reported.
       01  WS-INS-COURSES           PIC 9(03) COMP.
       01  WS-INS-RESPONSES         PIC 9(05) COMP.
       01  WS-INS-SCORE-SUM         PIC 9(07) COMP.
       01  WS-INS-ANSWERED          PIC 9(07) COMP.

       01  WS-Q-SUB                 PIC 9(02) COMP VALUE ZERO.
       01  WS-RESPONSE-RATE         PIC 9(03).

       01  WS-COUNTERS.
           05  WS-RESPONSES-READ    PIC 9(07) VALUE ZERO.
           05  WS-RESPONSES-SORTED  PIC 9(07) VALUE ZERO.
           05  WS-RESPONSES-SKIPPED PIC 9(07) VALUE ZERO.
           05  WS-COURSES-REPORTED  PIC 9(05) VALUE ZERO.
           05  WS-COURSES-SUPPRESSED PIC 9(05) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(30) VALUE
               "Instructor rating report - ".
           05  WRH-TERM             PIC X(06).
           05  FILLER               PIC X(14) VALUE "   run date ".
           05  WRH-DATE             PIC 9(08).

       01  WS-COLUMN-HEADING.
           05  FILLER               PIC X(22) VALUE
               "  Crse Resp/Enr  Rate ".
           05  FILLER               PIC X(40) VALUE
               "  Q1   Q2   Q3   Q4   Q5   Q6   Q7   Q8".
           05  FILLER               PIC X(13) VALUE
               "  Mean  Move".

       01  WS-DEPARTMENT-LINE.
           05  FILLER               PIC X(12) VALUE "Department: ".
           05  WDL-DEPARTMENT       PIC X(16).

       01  WS-INSTRUCTOR-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "Instructor: ".
           05  WIL-INSTRUCTOR-ID    PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WIL-INSTRUCTOR-NAME  PIC X(36).

       01  WS-COURSE-DETAIL.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WCD-COURSE-CODE      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WCD-RESPONSES        PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE "/".
           05  WCD-ENROLLED         PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WCD-RATE             PIC ZZ9.
           05  FILLER               PIC X(01) VALUE "%".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WCD-QUESTION OCCURS 8 TIMES.
               10  FILLER           PIC X(01) VALUE SPACE.
               10  WCD-Q-MEAN       PIC 9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WCD-MEAN             PIC 9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WCD-MOVEMENT         PIC X(05).

       01  WS-INSTRUCTOR-TOTAL-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(09) VALUE "Courses: ".
           05  WIT-COURSES          PIC ZZ9.
           05  FILLER               PIC X(13) VALUE "   Responses:".
           05  WIT-RESPONSES        PIC ZZZZ9.
           05  FILLER               PIC X(17) VALUE
               "   Overall mean: ".
           05  WIT-MEAN             PIC 9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-DEPARTMENT
                                    SRT-INSTRUCTOR-ID
                                    SRT-COURSE-CODE
                   ON DESCENDING KEY SRT-TERM-KEY
                   INPUT PROCEDURE IS 4000-RELEASE-RESPONSES
                       THRU 4000-EXIT
                   OUTPUT PROCEDURE IS 5000-PRINT-REPORT
                       THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-RESPONSES-READ TO JST-RECORDS-READ
           MOVE WS-COURSES-REPORTED TO JST-RECORDS-WRITTEN
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "EvalRating  " TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE "EVAL_TERM" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:6) TO WS-REPORT-TERM
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "EVAL_TERM"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:6) TO WS-REPORT-TERM
           END-IF
           MOVE WS-REPORT-TERM TO WS-TERM-CODE-IN
           PERFORM 4500-MAKE-TERM-KEY THRU 4500-EXIT
           MOVE WS-TERM-KEY-OUT TO WS-REPORT-TERM-KEY
           IF WS-REPORT-TERM-KEY = ZERO
               DISPLAY "EvalRatingReport - EVAL_TERM missing or not "
                   "SP/SU/FA plus year: " WS-REPORT-TERM
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT EVAL-RESPONSE-FILE
           IF WS-RESPONSE-NOTFOUND
               DISPLAY "EvalRatingReport - no evaluation responses"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT INSTRUCTOR-MASTER-FILE
           OPEN OUTPUT RATING-REPORT-FILE
           MOVE WS-REPORT-TERM TO WRH-TERM
           MOVE WS-PROCESSING-DATE TO WRH-DATE
           MOVE WS-REPORT-HEADING TO RATING-PRINT-LINE
           WRITE RATING-PRINT-LINE
           MOVE "  Scores 1-5; under five responses not shown."
               TO RATING-PRINT-LINE
           WRITE RATING-PRINT-LINE
           DISPLAY "EvalRatingReport - term " WS-REPORT-TERM.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-RELEASE-RESPONSES - the report term and the terms   *
      *    before it, filed under the course's current instructor  *
      *    and that instructor's department                         *
      *-----------------------------------------------------------*
       4000-RELEASE-RESPONSES.
           PERFORM 4100-READ-RESPONSE THRU 4100-EXIT
           PERFORM 4200-RELEASE-ONE THRU 4200-EXIT
               UNTIL WS-RESP-END.
       4000-EXIT.
           EXIT.

       4100-READ-RESPONSE.
           READ EVAL-RESPONSE-FILE
               AT END MOVE 'Y' TO WS-RESP-EOF-SWITCH
           END-READ.
       4100-EXIT.
           EXIT.

       4200-RELEASE-ONE.
           ADD 1 TO WS-RESPONSES-READ
           MOVE EVR-TERM-CODE TO WS-TERM-CODE-IN
           PERFORM 4500-MAKE-TERM-KEY THRU 4500-EXIT
           IF WS-TERM-KEY-OUT = ZERO
                   OR WS-TERM-KEY-OUT > WS-REPORT-TERM-KEY
               GO TO 4200-NEXT
           END-IF
           MOVE EVR-COURSE-CODE TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-RESPONSES-SKIPPED
                   GO TO 4200-NEXT
           END-READ
           MOVE SPACES TO SRT-DEPARTMENT
           IF CRS-INSTRUCTOR-ID NOT = SPACES
               MOVE CRS-INSTRUCTOR-ID TO INS-ID
               READ INSTRUCTOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INS-DEPARTMENT TO SRT-DEPARTMENT
               END-READ
           END-IF
           MOVE CRS-INSTRUCTOR-ID TO SRT-INSTRUCTOR-ID
           MOVE EVR-COURSE-CODE   TO SRT-COURSE-CODE
           MOVE WS-TERM-KEY-OUT   TO SRT-TERM-KEY
           MOVE EVR-SCORES        TO SRT-SCORES
           RELEASE SORT-RECORD
           ADD 1 TO WS-RESPONSES-SORTED.
       4200-NEXT.
           PERFORM 4100-READ-RESPONSE THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

       4500-MAKE-TERM-KEY.
           MOVE ZERO TO WS-TERM-KEY-OUT
           IF WS-TERM-CODE-IN(3:4) NOT NUMERIC
               GO TO 4500-EXIT
           END-IF
           EVALUATE WS-TERM-CODE-IN(1:2)
               WHEN "SP"
                   MOVE 1 TO WS-TK-SEASON
               WHEN "SU"
                   MOVE 2 TO WS-TK-SEASON
               WHEN "FA"
                   MOVE 3 TO WS-TK-SEASON
               WHEN OTHER
                   GO TO 4500-EXIT
           END-EVALUATE
           MOVE WS-TERM-CODE-IN(3:4) TO WS-TK-YEAR.
       4500-EXIT.
           EXIT.

       5000-PRINT-REPORT.
           PERFORM 5100-RETURN-SORTED THRU 5100-EXIT
           PERFORM 5200-PRINT-INSTRUCTOR THRU 5200-EXIT
               UNTIL WS-SORT-END
           IF WS-COURSES-REPORTED = ZERO
               MOVE "No course has enough responses for the term."
                   TO RATING-PRINT-LINE
               WRITE RATING-PRINT-LINE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5200-PRINT-INSTRUCTOR - the instructor's courses and,    *
      *    where any was reported, the instructor's overall line    *
      *-----------------------------------------------------------*
       5200-PRINT-INSTRUCTOR.
           MOVE SRT-DEPARTMENT    TO WS-CUR-DEPARTMENT
           MOVE SRT-INSTRUCTOR-ID TO WS-CUR-INSTRUCTOR-ID
           MOVE ZERO TO WS-INS-COURSES
           MOVE ZERO TO WS-INS-RESPONSES
           MOVE ZERO TO WS-INS-SCORE-SUM
           MOVE ZERO TO WS-INS-ANSWERED
           PERFORM 5300-SUMMARIZE-COURSE THRU 5300-EXIT
               UNTIL WS-SORT-END
                   OR SRT-DEPARTMENT NOT = WS-CUR-DEPARTMENT
                   OR SRT-INSTRUCTOR-ID NOT = WS-CUR-INSTRUCTOR-ID
           IF WS-INS-COURSES = ZERO
               GO TO 5200-EXIT
           END-IF
           MOVE WS-INS-COURSES   TO WIT-COURSES
           MOVE WS-INS-RESPONSES TO WIT-RESPONSES
           COMPUTE WIT-MEAN ROUNDED =
               WS-INS-SCORE-SUM / WS-INS-ANSWERED
           MOVE WS-INSTRUCTOR-TOTAL-LINE TO RATING-PRINT-LINE
           WRITE RATING-PRINT-LINE.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5300-SUMMARIZE-COURSE - the first term group is the      *
      *    report term when the course has one; the next group is   *
      *    the earlier term the movement is measured from, and any  *
      *    older terms are passed over                              *
      *-----------------------------------------------------------*
       5300-SUMMARIZE-COURSE.
           MOVE SRT-COURSE-CODE TO WS-CUR-COURSE-CODE
           MOVE 'N' TO WS-COURSE-SWITCH
           MOVE 'N' TO WS-PRIOR-SWITCH
           IF SRT-TERM-KEY = WS-REPORT-TERM-KEY
               PERFORM 5400-SUM-TERM THRU 5400-EXIT
               IF WS-TT-RESPONSES < WS-MINIMUM-RESPONSES
                       OR WS-TT-ANSWERED = ZERO
                   ADD 1 TO WS-COURSES-SUPPRESSED
               ELSE
                   MOVE 'Y' TO WS-COURSE-SWITCH
                   PERFORM 5500-FORMAT-COURSE THRU 5500-EXIT
               END-IF
           END-IF
           IF WS-COURSE-REPORTED AND NOT WS-SORT-END
                   AND SRT-COURSE-CODE = WS-CUR-COURSE-CODE
                   AND SRT-INSTRUCTOR-ID = WS-CUR-INSTRUCTOR-ID
                   AND SRT-DEPARTMENT = WS-CUR-DEPARTMENT
               PERFORM 5400-SUM-TERM THRU 5400-EXIT
               IF WS-TT-RESPONSES NOT < WS-MINIMUM-RESPONSES
                       AND WS-TT-ANSWERED > ZERO
                   MOVE 'Y' TO WS-PRIOR-SWITCH
                   COMPUTE WS-PRIOR-MEAN ROUNDED =
                       WS-TT-SCORE-SUM / WS-TT-ANSWERED
               END-IF
           END-IF
           IF WS-COURSE-REPORTED
               PERFORM 5600-PRINT-COURSE THRU 5600-EXIT
           END-IF
           PERFORM 5700-SKIP-ONE THRU 5700-EXIT
               UNTIL WS-SORT-END
                   OR SRT-COURSE-CODE NOT = WS-CUR-COURSE-CODE
                   OR SRT-INSTRUCTOR-ID NOT = WS-CUR-INSTRUCTOR-ID
                   OR SRT-DEPARTMENT NOT = WS-CUR-DEPARTMENT.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5400-SUM-TERM - every response for the course in the     *
      *    term now at the head of the sort                         *
      *-----------------------------------------------------------*
       5400-SUM-TERM.
           MOVE SRT-TERM-KEY TO WS-CUR-TERM-KEY
           INITIALIZE WS-TERM-TOTALS
           PERFORM 5410-SUM-ONE-RESPONSE THRU 5410-EXIT
               UNTIL WS-SORT-END
                   OR SRT-COURSE-CODE NOT = WS-CUR-COURSE-CODE
                   OR SRT-INSTRUCTOR-ID NOT = WS-CUR-INSTRUCTOR-ID
                   OR SRT-DEPARTMENT NOT = WS-CUR-DEPARTMENT
                   OR SRT-TERM-KEY NOT = WS-CUR-TERM-KEY.
       5400-EXIT.
           EXIT.

       5410-SUM-ONE-RESPONSE.
           ADD 1 TO WS-TT-RESPONSES
           MOVE ZERO TO WS-Q-SUB
           PERFORM 5420-SUM-ONE-SCORE THRU 5420-EXIT
               UNTIL WS-Q-SUB >= 8
           PERFORM 5100-RETURN-SORTED THRU 5100-EXIT.
       5410-EXIT.
           EXIT.

       5420-SUM-ONE-SCORE.
           ADD 1 TO WS-Q-SUB
           IF SRT-SCORE (WS-Q-SUB) NOT NUMERIC
                   OR SRT-SCORE (WS-Q-SUB) = ZERO
                   OR SRT-SCORE (WS-Q-SUB) > 5
               GO TO 5420-EXIT
           END-IF
           ADD SRT-SCORE (WS-Q-SUB) TO WS-TT-Q-SUM (WS-Q-SUB)
           ADD 1 TO WS-TT-Q-ANSWERED (WS-Q-SUB)
           ADD SRT-SCORE (WS-Q-SUB) TO WS-TT-SCORE-SUM
           ADD 1 TO WS-TT-ANSWERED.
       5420-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5500-FORMAT-COURSE - report-term figures into the detail *
      *    line before the earlier term overwrites the totals       *
      *-----------------------------------------------------------*
       5500-FORMAT-COURSE.
           MOVE WS-CUR-COURSE-CODE TO WCD-COURSE-CODE
           MOVE WS-TT-RESPONSES TO WS-COURSE-RESPONSES
           MOVE WS-TT-RESPONSES TO WCD-RESPONSES
           MOVE ZERO TO WCD-ENROLLED
           MOVE ZERO TO WS-RESPONSE-RATE
           MOVE WS-CUR-COURSE-CODE TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO CRS-ENROLLED-COUNT
           END-READ
           MOVE CRS-ENROLLED-COUNT TO WCD-ENROLLED
           IF CRS-ENROLLED-COUNT > ZERO
               COMPUTE WS-RESPONSE-RATE ROUNDED =
                   WS-TT-RESPONSES * 100 / CRS-ENROLLED-COUNT
                   ON SIZE ERROR
                       MOVE 999 TO WS-RESPONSE-RATE
               END-COMPUTE
           END-IF
           MOVE WS-RESPONSE-RATE TO WCD-RATE
           MOVE ZERO TO WS-Q-SUB
           PERFORM 5510-FORMAT-ONE-QUESTION THRU 5510-EXIT
               UNTIL WS-Q-SUB >= 8
           COMPUTE WS-COURSE-MEAN ROUNDED =
               WS-TT-SCORE-SUM / WS-TT-ANSWERED
           MOVE WS-COURSE-MEAN TO WCD-MEAN
           ADD 1 TO WS-INS-COURSES
           ADD WS-TT-RESPONSES TO WS-INS-RESPONSES
           ADD WS-TT-SCORE-SUM TO WS-INS-SCORE-SUM
           ADD WS-TT-ANSWERED  TO WS-INS-ANSWERED.
       5500-EXIT.
           EXIT.

       5510-FORMAT-ONE-QUESTION.
           ADD 1 TO WS-Q-SUB
           IF WS-TT-Q-ANSWERED (WS-Q-SUB) = ZERO
               MOVE ZERO TO WCD-Q-MEAN (WS-Q-SUB)
           ELSE
               COMPUTE WCD-Q-MEAN (WS-Q-SUB) ROUNDED =
                   WS-TT-Q-SUM (WS-Q-SUB)
                       / WS-TT-Q-ANSWERED (WS-Q-SUB)
           END-IF.
       5510-EXIT.
           EXIT.

       5600-PRINT-COURSE.
           IF WS-CUR-DEPARTMENT NOT = WS-PRINTED-DEPARTMENT
               PERFORM 5800-PRINT-DEPARTMENT THRU 5800-EXIT
           END-IF
           IF WS-CUR-INSTRUCTOR-ID NOT = WS-PRINTED-INSTRUCTOR-ID
               PERFORM 5900-PRINT-INSTRUCTOR-HEAD THRU 5900-EXIT
           END-IF
           IF WS-PRIOR-FOUND
               COMPUTE WS-MOVEMENT = WS-COURSE-MEAN - WS-PRIOR-MEAN
               MOVE WS-MOVEMENT TO WS-MOVEMENT-EDIT
               MOVE WS-MOVEMENT-EDIT TO WCD-MOVEMENT
           ELSE
               MOVE "  n/a" TO WCD-MOVEMENT
           END-IF
           MOVE WS-COURSE-DETAIL TO RATING-PRINT-LINE
           WRITE RATING-PRINT-LINE
           ADD 1 TO WS-COURSES-REPORTED.
       5600-EXIT.
           EXIT.

       5700-SKIP-ONE.
           PERFORM 5100-RETURN-SORTED THRU 5100-EXIT.
       5700-EXIT.
           EXIT.

       5800-PRINT-DEPARTMENT.
           MOVE WS-CUR-DEPARTMENT TO WS-PRINTED-DEPARTMENT
           MOVE HIGH-VALUES TO WS-PRINTED-INSTRUCTOR-ID
           MOVE SPACES TO RATING-PRINT-LINE
           WRITE RATING-PRINT-LINE
           IF WS-CUR-DEPARTMENT = SPACES
               MOVE "(no department)" TO WDL-DEPARTMENT
           ELSE
               MOVE WS-CUR-DEPARTMENT TO WDL-DEPARTMENT
           END-IF
           MOVE WS-DEPARTMENT-LINE TO RATING-PRINT-LINE
           WRITE RATING-PRINT-LINE.
       5800-EXIT.
           EXIT.

       5900-PRINT-INSTRUCTOR-HEAD.
           MOVE WS-CUR-INSTRUCTOR-ID TO WS-PRINTED-INSTRUCTOR-ID
           MOVE WS-CUR-INSTRUCTOR-ID TO WIL-INSTRUCTOR-ID
           IF WS-CUR-INSTRUCTOR-ID = SPACES
               MOVE "(no instructor assigned)" TO WIL-INSTRUCTOR-NAME
           ELSE
               MOVE WS-CUR-INSTRUCTOR-ID TO INS-ID
               READ INSTRUCTOR-MASTER-FILE
                   INVALID KEY
                       MOVE "(not on instructor master)"
                           TO WIL-INSTRUCTOR-NAME
                   NOT INVALID KEY
                       MOVE SPACES TO WIL-INSTRUCTOR-NAME
                       STRING INS-SURNAME DELIMITED BY "  "
                              ", "        DELIMITED BY SIZE
                              INS-GIVEN-NAME DELIMITED BY "  "
                           INTO WIL-INSTRUCTOR-NAME
                       END-STRING
               END-READ
           END-IF
           MOVE WS-INSTRUCTOR-LINE TO RATING-PRINT-LINE
           WRITE RATING-PRINT-LINE
           MOVE WS-COLUMN-HEADING TO RATING-PRINT-LINE
           WRITE RATING-PRINT-LINE.
       5900-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE EVAL-RESPONSE-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE INSTRUCTOR-MASTER-FILE
           CLOSE RATING-REPORT-FILE
           DISPLAY "Responses read          : " WS-RESPONSES-READ
           DISPLAY "Responses sorted        : " WS-RESPONSES-SORTED
           DISPLAY "Skipped, course gone    : " WS-RESPONSES-SKIPPED
           DISPLAY "Courses reported        : " WS-COURSES-REPORTED
           DISPLAY "Courses suppressed (<5) : "
               WS-COURSES-SUPPRESSED.
       9000-EXIT.
           EXIT.

       COPY JOBSTAPA.

       COPY PARMPA.

       COPY PRCDTPA.
