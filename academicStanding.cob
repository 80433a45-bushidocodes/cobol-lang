      *                      parameter master (PARMMAST.DAT) first;
      *                      the environment variable remains the
      *                      operator's rerun override.
      *      2026-10-15  DF  GPA is now weighted by the course credit
      *                      hours on COURSE-MASTER; a course with no
      *                      credit value on file weighs one credit,
      *                      the old unweighted rule.
      *      2026-10-15  DF  A W (withdrawn after the last day to
      *                      drop) is shown but carries no points or
      *                      credits into the GPA.
      *      2026-10-15  DF  Transfer credit (grade TR) is left out
      *                      of the term GPA.
      *      2026-10-15  DF  The dean's list is published, so a
      *                      student under a directory-information
      *                      block earns the standing but is left
      *                      off DEANLIST.RPT and counted as
      *                      withheld.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AcademicStanding.
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT DEANS-LIST-FILE ASSIGN TO "DEANLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       FD  DEANS-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEANS-PRINT-LINE            PIC X(80).

       01  WS-MASTER-STATUS         PIC X(02).

       01  WS-COURSE-STATUS         PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
       01  WS-GRADE-POINTS          PIC 9(01)V99.
       01  WS-TOTAL-POINTS          PIC 9(05)V99 VALUE ZERO.
       01  WS-COURSES-GRADED        PIC 9(05) VALUE ZERO.
       01  WS-COURSE-CREDITS        PIC 9(02)V9.
       01  WS-CREDITS-GRADED        PIC 9(05)V9 VALUE ZERO.
       01  WS-TERM-GPA              PIC 9(01)V99.

       01  WS-COUNTERS.
           05  WS-DEANS-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-PROBATION-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-SUSPENDED-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-DEANS-WITHHELD    PIC 9(05) VALUE ZERO.

       COPY PRIVWS.

       01  WS-ROSTER-HEADING.
           05  WSH-TITLE            PIC X(24).
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-PVB-AS-OF-DATE
           MOVE "STANDING_TERM" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:6) TO WS-STANDING-TERM-PICK
               GO TO 1000-EXIT
           END-IF
           OPEN I-O STUDENT-MASTER-FILE
           OPEN INPUT COURSE-MASTER-FILE
           OPEN OUTPUT DEANS-LIST-FILE
           OPEN OUTPUT PROBATION-FILE
           MOVE "Dean's list             " TO WSH-TITLE
           END-IF
           IF GRH-TERM-CODE OF SORT-RECORD = WS-STANDING-TERM
                   AND GRH-GRADE OF SORT-RECORD (1:1) NOT = 'I'
                   AND GRH-GRADE OF SORT-RECORD (1:1) NOT = 'W'
                   AND NOT GRH-TRANSFER-CREDIT OF SORT-RECORD
               PERFORM 3250-ACCUMULATE-POINTS THRU 3250-EXIT
           END-IF
           PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3250-ACCUMULATE-POINTS - the TranscriptPrint scale,      *
      *    points weighted by the course's credit hours             *
      *-----------------------------------------------------------*
       3250-ACCUMULATE-POINTS.
           EVALUATE GRH-GRADE OF SORT-RECORD (1:1)
                   SUBTRACT 0.30 FROM WS-GRADE-POINTS
               END-IF
           END-IF
           PERFORM 3260-GET-COURSE-CREDITS THRU 3260-EXIT
           COMPUTE WS-TOTAL-POINTS =
               WS-TOTAL-POINTS + (WS-GRADE-POINTS * WS-COURSE-CREDITS)
           ADD WS-COURSE-CREDITS TO WS-CREDITS-GRADED
           ADD 1 TO WS-COURSES-GRADED.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3260-GET-COURSE-CREDITS - credit hours off the course    *
      *    master; none on file weighs one credit                   *
      *-----------------------------------------------------------*
       3260-GET-COURSE-CREDITS.
           MOVE GRH-COURSE-CODE OF SORT-RECORD TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO CRS-CREDIT-HOURS
           END-READ
           IF CRS-CREDIT-HOURS NUMERIC AND CRS-CREDIT-HOURS > ZERO
               MOVE CRS-CREDIT-HOURS TO WS-COURSE-CREDITS
           ELSE
               MOVE 1 TO WS-COURSE-CREDITS
           END-IF.
       3260-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-STUDENT-BREAK - GPA for the prior student, then     *
      *    the standing decision onto the master                    *
           IF WS-IS-FIRST-STUDENT
               GO TO 3300-RESET
           END-IF
           IF WS-CREDITS-GRADED = ZERO
               GO TO 3300-RESET
           END-IF
           COMPUTE WS-TERM-GPA ROUNDED =
               WS-TOTAL-POINTS / WS-CREDITS-GRADED
           PERFORM 3400-SET-STANDING THRU 3400-EXIT.
       3300-RESET.
           MOVE ZERO TO WS-TOTAL-POINTS
           MOVE ZERO TO WS-CREDITS-GRADED
           MOVE ZERO TO WS-COURSES-GRADED.
       3300-EXIT.
           EXIT.
           EXIT.

       3500-PRINT-DEANS-LINE.
           MOVE STU-PRIVACY-BLOCK TO WS-PVB-BLOCK-FLAG
           MOVE STU-PRIVACY-DATE  TO WS-PVB-BLOCK-DATE
           PERFORM 9490-CHECK-PRIVACY THRU 9490-EXIT
           IF WS-PVB-WITHHELD
               ADD 1 TO WS-DEANS-WITHHELD
               GO TO 3500-EXIT
           END-IF
           PERFORM 3700-FILL-ROSTER-DETAIL THRU 3700-EXIT
           MOVE WS-ROSTER-DETAIL TO DEANS-PRINT-LINE
           WRITE DEANS-PRINT-LINE.
               GO TO 9000-EXIT
           END-IF
           CLOSE STUDENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE DEANS-LIST-FILE
           CLOSE PROBATION-FILE
           DISPLAY "Students rated  : " WS-STUDENTS-RATED
           DISPLAY "Dean's list     : " WS-DEANS-COUNT
           DISPLAY "  not published : " WS-DEANS-WITHHELD
           DISPLAY "Probation       : " WS-PROBATION-COUNT
           DISPLAY "Suspended       : " WS-SUSPENDED-COUNT.
       9000-EXIT.
       COPY LOCKPA.

       COPY JRNLPA.

       COPY PRIVPA.
