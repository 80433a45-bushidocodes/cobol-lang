      *                  sheet instead of a retyped roster.
      *    MODIFICATION HISTORY:
      *      2026-09-02  DF  Original version.
      *      2026-10-15  DF  One sheet per section - enrollments
      *                      sort by course, section and student,
      *                      and a sectioned course gets a sheet per
      *                      section headed with that section's
      *                      instructor from SECTION-MASTER.  The
      *                      keyed columns are unchanged; grades
      *                      still post at course level.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GradeSheetPrint.

           COPY JOBSTSEL.

           COPY SECTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-MASTER-FILE
       01  SHEET-PRINT-LINE            PIC X(80).

       COPY JOBSTFD.
       COPY SECTFD.

       WORKING-STORAGE SECTION.
       COPY JOBSTAT.
       COPY SECTWS.

       01  WS-ENROLL-STATUS         PIC X(02).
           88  WS-ENROLL-NOTFOUND   VALUE "35".
           05  WS-FIRST-GROUP       PIC X(01) VALUE 'Y'.
               88  WS-IS-FIRST-GROUP VALUE 'Y'.

       01  WS-PRIOR-SHEET-KEY.
           05  WS-PRIOR-COURSE-CODE PIC X(04) VALUE SPACES.
           05  WS-PRIOR-SECTION-NO  PIC X(02) VALUE SPACES.
       01  WS-LINES-PRINTED         PIC 9(07) VALUE ZERO.

       01  WS-SHEET-HEADING.
           05  FILLER               PIC X(13) VALUE "GRADE SHEET  ".
           05  WGH-COURSE-CODE      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WGH-SECTION-NO       PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WGH-COURSE-TITLE     PIC X(20).
           05  FILLER               PIC X(06) VALUE "  by  ".
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY ENL-COURSE-CODE OF SORT-RECORD
                                ENL-SECTION-NO OF SORT-RECORD
                                ENL-STUDENT-ID OF SORT-RECORD
               USING ENROLLMENT-MASTER-FILE
               OUTPUT PROCEDURE IS 3000-PRINT-SHEETS THRU 3000-EXIT
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT INSTRUCTOR-MASTER-FILE
           OPEN INPUT SECTION-MASTER-FILE
           DISPLAY "GradeSheetPrint - printing grade sheets".
       1000-EXIT.
           EXIT.
       3050-SHEET-LOOP.
           IF ENL-COURSE-CODE OF SORT-RECORD
                   NOT = WS-PRIOR-COURSE-CODE
                   OR ENL-SECTION-NO OF SORT-RECORD
                       NOT = WS-PRIOR-SECTION-NO
               PERFORM 3300-COURSE-BREAK THRU 3300-EXIT
           END-IF
           PERFORM 3200-PRINT-DETAIL THRU 3200-EXIT

      *-----------------------------------------------------------*
      *    3300-COURSE-BREAK - heading with the course title and    *
      *    the assigned instructor's name; a section's own          *
      *    instructor wins over the course's                        *
      *-----------------------------------------------------------*
       3300-COURSE-BREAK.
           MOVE ENL-COURSE-CODE OF SORT-RECORD
               TO WS-PRIOR-COURSE-CODE
           MOVE ENL-SECTION-NO OF SORT-RECORD
               TO WS-PRIOR-SECTION-NO
           MOVE ENL-COURSE-CODE OF SORT-RECORD TO WGH-COURSE-CODE
           MOVE ENL-SECTION-NO OF SORT-RECORD  TO WGH-SECTION-NO
           MOVE ENL-COURSE-CODE OF SORT-RECORD TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "(retired course)" TO CRS-TITLE
                   MOVE SPACES TO CRS-INSTRUCTOR-ID
           END-READ
           IF ENL-SECTION-NO OF SORT-RECORD NOT = SPACES
               MOVE ENL-COURSE-CODE OF SORT-RECORD TO SEC-COURSE-CODE
               MOVE ENL-SECTION-NO OF SORT-RECORD  TO SEC-SECTION-NO
               READ SECTION-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SEC-INSTRUCTOR-ID NOT = SPACES
                           MOVE SEC-INSTRUCTOR-ID
                               TO CRS-INSTRUCTOR-ID
                       END-IF
               END-READ
           END-IF
           MOVE CRS-TITLE TO WGH-COURSE-TITLE
           IF CRS-INSTRUCTOR-ID = SPACES
               MOVE "(unassigned)" TO WGH-INSTRUCTOR-NAME
           CLOSE STUDENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE INSTRUCTOR-MASTER-FILE
           CLOSE SECTION-MASTER-FILE
           CLOSE SHEET-REPORT-FILE
           DISPLAY "GradeSheetPrint - lines printed: "
               WS-LINES-PRINTED
