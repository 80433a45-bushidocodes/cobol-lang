      *                      on the transcript heading, so the grade
      *                      office knows the copy supersedes an
      *                      earlier one.
      *      2026-10-15  DF  GPA is now weighted by course credit
      *                      hours, and each line shows the credits;
      *                      a course with no credit value on file
      *                      weighs one credit, the old unweighted
      *                      rule.
      *      2026-10-15  DF  A W (withdrawn after the last day to
      *                      drop) is shown but carries no points or
      *                      credits into the GPA.
      *      2026-10-15  DF  Transfer credit (grade TR) prints in
      *                      its own TRANSFER CREDIT section after
      *                      the courses taken here, one heading per
      *                      sending institution, with its own
      *                      credit total; it is left out of the
      *                      GPA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TranscriptPrint.
               88  WS-IS-FIRST-STUDENT VALUE 'Y'.

       01  WS-PRIOR-STUDENT-ID     PIC 9(07) VALUE ZERO.
       01  WS-PRIOR-SOURCE-INST    PIC X(06) VALUE SPACES.

       01  WS-REISSUE-EOF-SWITCH    PIC X(01) VALUE 'N'.
           88  WS-REISSUE-END       VALUE 'Y'.
       01  WS-GRADE-POINTS          PIC 9(01)V99.
       01  WS-TOTAL-POINTS          PIC 9(05)V99 VALUE ZERO.
       01  WS-COURSES-GRADED        PIC 9(05) VALUE ZERO.
       01  WS-COURSE-CREDITS        PIC 9(02)V9.
       01  WS-CREDITS-GRADED        PIC 9(05)V9 VALUE ZERO.
       01  WS-TRANSFER-CREDITS      PIC 9(05)V9 VALUE ZERO.
       01  WS-GPA                   PIC 9(01)V99.
       01  WS-STUDENTS-PRINTED      PIC 9(07) VALUE ZERO.

           05  WTD-COURSE-TITLE     PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WTD-GRADE            PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WTD-CREDITS          PIC Z9.9.

       01  WS-GPA-LINE.
           05  FILLER               PIC X(17) VALUE
               "  Courses: ".
           05  WTG-COURSE-COUNT     PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE "  Credits: ".
           05  WTG-CREDITS          PIC ZZZZ9.9.
           05  FILLER               PIC X(07) VALUE "  GPA: ".
           05  WTG-GPA              PIC 9.99.

       01  WS-TRANSFER-HEADING.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(23) VALUE
               "TRANSFER CREDIT - from ".
           05  WTX-SOURCE-INST      PIC X(06).

       01  WS-TRANSFER-TOTAL-LINE.
           05  FILLER               PIC X(35) VALUE
               "  Transfer credits accepted: ".
           05  WTT-CREDITS          PIC ZZZZ9.9.

       01  WS-SEPARATOR-LINE        PIC X(40) VALUE ALL "-".

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY GRH-STUDENT-ID OF SORT-RECORD
                                GRH-SOURCE-INST OF SORT-RECORD
                                GRH-TERM-CODE OF SORT-RECORD
                                GRH-COURSE-CODE OF SORT-RECORD
               USING GRADE-HISTORY-FILE
           EXIT.

       3200-PRINT-DETAIL.
           IF GRH-SOURCE-INST OF SORT-RECORD NOT = WS-PRIOR-SOURCE-INST
               MOVE GRH-SOURCE-INST OF SORT-RECORD
                   TO WS-PRIOR-SOURCE-INST
               MOVE WS-PRIOR-SOURCE-INST TO WTX-SOURCE-INST
               MOVE WS-TRANSFER-HEADING TO TRANSCRIPT-PRINT-LINE
               WRITE TRANSCRIPT-PRINT-LINE
           END-IF
           MOVE GRH-TERM-CODE OF SORT-RECORD   TO WTD-TERM-CODE
           MOVE GRH-COURSE-CODE OF SORT-RECORD TO WTD-COURSE-CODE
           MOVE GRH-COURSE-CODE OF SORT-RECORD TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "(retired course)" TO CRS-TITLE
                   MOVE ZERO TO CRS-CREDIT-HOURS
           END-READ
           MOVE CRS-TITLE TO WTD-COURSE-TITLE
           IF CRS-CREDIT-HOURS NUMERIC AND CRS-CREDIT-HOURS > ZERO
               MOVE CRS-CREDIT-HOURS TO WS-COURSE-CREDITS
           ELSE
               MOVE 1 TO WS-COURSE-CREDITS
           END-IF
           MOVE WS-COURSE-CREDITS TO WTD-CREDITS
           MOVE GRH-GRADE OF SORT-RECORD       TO WTD-GRADE
           MOVE WS-DETAIL-LINE TO TRANSCRIPT-PRINT-LINE
           WRITE TRANSCRIPT-PRINT-LINE

      *-----------------------------------------------------------*
      *    3250-ACCUMULATE-POINTS - 4.0 scale, plus/minus worth     *
      *    three tenths, F always zero; points are weighted by the  *
      *    course credits 3200 found; a W counts for nothing and    *
      *    transfer credit only toward its own total                *
      *-----------------------------------------------------------*
       3250-ACCUMULATE-POINTS.
           IF GRH-TRANSFER-CREDIT OF SORT-RECORD
               ADD WS-COURSE-CREDITS TO WS-TRANSFER-CREDITS
               GO TO 3250-EXIT
           END-IF
           IF GRH-GRADE OF SORT-RECORD (1:1) = 'W'
               GO TO 3250-EXIT
           END-IF
           EVALUATE GRH-GRADE OF SORT-RECORD (1:1)
               WHEN 'A' MOVE 4.00 TO WS-GRADE-POINTS
               WHEN 'B' MOVE 3.00 TO WS-GRADE-POINTS
                   SUBTRACT 0.30 FROM WS-GRADE-POINTS
               END-IF
           END-IF
           COMPUTE WS-TOTAL-POINTS =
               WS-TOTAL-POINTS + (WS-GRADE-POINTS * WS-COURSE-CREDITS)
           ADD WS-COURSE-CREDITS TO WS-CREDITS-GRADED
           ADD 1 TO WS-COURSES-GRADED.
       3250-EXIT.
           EXIT.
           END-IF
           MOVE ZERO TO WS-TOTAL-POINTS
           MOVE ZERO TO WS-COURSES-GRADED
           MOVE ZERO TO WS-CREDITS-GRADED
           MOVE ZERO TO WS-TRANSFER-CREDITS
           MOVE SPACES TO WS-PRIOR-SOURCE-INST
           MOVE 'N' TO WS-FIRST-STUDENT
           IF NOT WS-END-OF-FILE
               MOVE GRH-STUDENT-ID OF SORT-RECORD
           EXIT.

       3350-PRINT-GPA.
           IF WS-CREDITS-GRADED > ZERO
               COMPUTE WS-GPA ROUNDED =
                   WS-TOTAL-POINTS / WS-CREDITS-GRADED
           ELSE
               MOVE ZERO TO WS-GPA
           END-IF
           MOVE WS-COURSES-GRADED TO WTG-COURSE-COUNT
           MOVE WS-CREDITS-GRADED TO WTG-CREDITS
           MOVE WS-GPA TO WTG-GPA
           MOVE WS-GPA-LINE TO TRANSCRIPT-PRINT-LINE
           WRITE TRANSCRIPT-PRINT-LINE
           IF WS-TRANSFER-CREDITS > ZERO
               MOVE WS-TRANSFER-CREDITS TO WTT-CREDITS
               MOVE WS-TRANSFER-TOTAL-LINE TO TRANSCRIPT-PRINT-LINE
               WRITE TRANSCRIPT-PRINT-LINE
           END-IF
           MOVE WS-SEPARATOR-LINE TO TRANSCRIPT-PRINT-LINE
           WRITE TRANSCRIPT-PRINT-LINE
           ADD 1 TO WS-STUDENTS-PRINTED.
