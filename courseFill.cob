      *                  before the term starts.
      *    MODIFICATION HISTORY:
      *      2026-08-22  DF  Original version.
      *      2026-10-15  DF  Fill by section - every SECTION-MASTER
      *                      row is measured against its own seat
      *                      limit, and a course running wholly in
      *                      sections is no longer reported as an
      *                      empty course-level line.  Table raised
      *                      to 900 entries to hold the sections.
      *      2026-10-15  DF  Writes CRSFILL.CSV beside the print -
      *                      one comma-delimited row per course or
      *                      section line, raw counts, under a
      *                      header row.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CourseFillReport.
           SELECT FILL-REPORT-FILE ASSIGN TO "CRSFILL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY CSVSEL.

           COPY JOBSTSEL.

           COPY SECTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-MASTER-FILE
       01  SORT-RECORD.
           05  SRT-FILL-PERCENT        PIC 9(03).
           05  SRT-COURSE-CODE         PIC X(04).
           05  SRT-SECTION-NO          PIC X(02).
           05  SRT-TITLE               PIC X(20).
           05  SRT-ENROLLED            PIC 9(05).
           05  SRT-MAX-SEATS           PIC 9(03).
           LABEL RECORDS ARE STANDARD.
       01  FILL-PRINT-LINE             PIC X(80).

       COPY CSVFD.

       COPY JOBSTFD.
       COPY SECTFD.

       WORKING-STORAGE SECTION.
       COPY JOBSTAT.
       COPY SECTWS.
       COPY CSVWS.
       01  WS-COURSE-STATUS         PIC X(02).
           88  WS-COURSE-NOTFOUND   VALUE "35".

               88  WS-SORT-END      VALUE 'Y'.
           05  WS-FOUND-SWITCH      PIC X(01).
               88  WS-COURSE-FOUND  VALUE 'Y'.
           05  WS-SEC-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-SEC-END       VALUE 'Y'.

      *    Course table - one slot per COURSE-MASTER entry (section
      *    spaces) and one per SECTION-MASTER entry.
       01  WS-COURSE-TABLE.
           05  WS-CT-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-CT-ENTRY OCCURS 900 TIMES.
               10  WS-CT-COURSE-CODE    PIC X(04).
               10  WS-CT-SECTION-NO     PIC X(02).
               10  WS-CT-SECTIONED-SW   PIC X(01).
                   88  WS-CT-SECTIONED  VALUE 'Y'.
               10  WS-CT-TITLE          PIC X(20).
               10  WS-CT-MAX-SEATS      PIC 9(03).
               10  WS-CT-ENROLLED       PIC 9(05).

       01  WS-CT-SUB                PIC 9(03) COMP VALUE ZERO.
       01  WS-CT-COURSE-SUB         PIC 9(03) COMP VALUE ZERO.
       01  WS-MATCH-COURSE-CODE     PIC X(04).
       01  WS-MATCH-SECTION-NO      PIC X(02).
       01  WS-ZERO-FILL-COUNT       PIC 9(03) VALUE ZERO.
       01  WS-ORPHAN-ENROLLMENTS    PIC 9(05) VALUE ZERO.

       01  WS-FILL-DETAIL.
           05  WFD-COURSE-CODE      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WFD-SECTION-NO       PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WFD-TITLE            PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-COURSE-TABLE THRU 2000-EXIT
               UNTIL WS-CRS-END
           PERFORM 2500-LOAD-SECTIONS THRU 2500-EXIT
           PERFORM 3000-COUNT-ENROLLMENT THRU 3000-EXIT
               UNTIL WS-ENL-END
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-FILL-PERCENT
                                SRT-COURSE-CODE
                                SRT-SECTION-NO
               INPUT PROCEDURE IS 4000-RELEASE-COURSES
                   THRU 4000-EXIT
               OUTPUT PROCEDURE IS 5000-PRINT-REPORT
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           OPEN OUTPUT FILL-REPORT-FILE
           MOVE "CRSFILL.CSV" TO WS-CSV-FILE-NAME
           MOVE "CourseCode,Section,Title,Enrolled,MaxSeats,FillPct"
               TO WS-CSV-HEADER
           PERFORM 9950-OPEN-EXTRACT THRU 9950-EXIT
           OPEN INPUT COURSE-MASTER-FILE
           IF WS-COURSE-NOTFOUND
               DISPLAY "CourseFillReport - COURSE-MASTER not found"
           EXIT.

       2000-LOAD-COURSE-TABLE.
           IF WS-CT-COUNT < 900
               ADD 1 TO WS-CT-COUNT
               MOVE CRS-CODE      TO WS-CT-COURSE-CODE (WS-CT-COUNT)
               MOVE SPACES        TO WS-CT-SECTION-NO (WS-CT-COUNT)
               MOVE 'N'           TO WS-CT-SECTIONED-SW (WS-CT-COUNT)
               MOVE CRS-TITLE     TO WS-CT-TITLE (WS-CT-COUNT)
               MOVE CRS-MAX-SEATS TO WS-CT-MAX-SEATS (WS-CT-COUNT)
               MOVE ZERO          TO WS-CT-ENROLLED (WS-CT-COUNT)
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-LOAD-SECTIONS - one slot per section, titled from   *
      *    its course; the course's own slot is marked sectioned    *
      *-----------------------------------------------------------*
       2500-LOAD-SECTIONS.
           IF RETURN-CODE NOT = ZERO
               GO TO 2500-EXIT
           END-IF
           OPEN INPUT SECTION-MASTER-FILE
           IF WS-SECTION-NOTFOUND
               GO TO 2500-EXIT
           END-IF
           PERFORM 2600-LOAD-ONE-SECTION THRU 2600-EXIT
               UNTIL WS-SEC-END
           CLOSE SECTION-MASTER-FILE.
       2500-EXIT.
           EXIT.

       2600-LOAD-ONE-SECTION.
           READ SECTION-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SEC-EOF-SWITCH
                   GO TO 2600-EXIT
           END-READ
           IF WS-CT-COUNT >= 900
               DISPLAY "CourseFillReport - course table full, "
                   SEC-COURSE-CODE "-" SEC-SECTION-NO " not reported"
               GO TO 2600-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-CT-SUB
           MOVE SEC-COURSE-CODE TO WS-MATCH-COURSE-CODE
           MOVE SPACES TO WS-MATCH-SECTION-NO
           PERFORM 2650-FIND-COURSE-SLOT THRU 2650-EXIT
               UNTIL WS-COURSE-FOUND OR WS-CT-SUB >= WS-CT-COUNT
           ADD 1 TO WS-CT-COUNT
           MOVE SEC-COURSE-CODE TO WS-CT-COURSE-CODE (WS-CT-COUNT)
           MOVE SEC-SECTION-NO  TO WS-CT-SECTION-NO (WS-CT-COUNT)
           MOVE 'N'             TO WS-CT-SECTIONED-SW (WS-CT-COUNT)
           MOVE SEC-MAX-SEATS   TO WS-CT-MAX-SEATS (WS-CT-COUNT)
           MOVE ZERO            TO WS-CT-ENROLLED (WS-CT-COUNT)
           IF WS-COURSE-FOUND
               MOVE 'Y' TO WS-CT-SECTIONED-SW (WS-CT-SUB)
               MOVE WS-CT-TITLE (WS-CT-SUB)
                   TO WS-CT-TITLE (WS-CT-COUNT)
           ELSE
               MOVE "(no course record)"
                   TO WS-CT-TITLE (WS-CT-COUNT)
           END-IF.
       2600-EXIT.
           EXIT.

       2650-FIND-COURSE-SLOT.
           ADD 1 TO WS-CT-SUB
           IF WS-CT-COURSE-CODE (WS-CT-SUB) = WS-MATCH-COURSE-CODE
                   AND WS-CT-SECTION-NO (WS-CT-SUB)
                       = WS-MATCH-SECTION-NO
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-COUNT-ENROLLMENT - into the section's slot, or the  *
      *    course's when the enrollment carries no section          *
      *-----------------------------------------------------------*
       3000-COUNT-ENROLLMENT.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-CT-SUB
           MOVE ENL-SECTION-NO TO WS-MATCH-SECTION-NO
           PERFORM 3200-MATCH-COURSE THRU 3200-EXIT
               UNTIL WS-COURSE-FOUND OR WS-CT-SUB >= WS-CT-COUNT
           IF NOT WS-COURSE-FOUND
       3200-MATCH-COURSE.
           ADD 1 TO WS-CT-SUB
           IF WS-CT-COURSE-CODE (WS-CT-SUB) = ENL-COURSE-CODE
                   AND WS-CT-SECTION-NO (WS-CT-SUB)
                       = WS-MATCH-SECTION-NO
               ADD 1 TO WS-CT-ENROLLED (WS-CT-SUB)
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-RELEASE-COURSES - every course and section, zero-   *
      *    enrollment ones included, keyed on its fill percentage;  *
      *    the course-level slot of a course run wholly in          *
      *    sections is left off                                      *
      *-----------------------------------------------------------*
       4000-RELEASE-COURSES.
           MOVE ZERO TO WS-CT-SUB

       4100-RELEASE-ONE.
           ADD 1 TO WS-CT-SUB
           IF WS-CT-SECTIONED (WS-CT-SUB)
                   AND WS-CT-ENROLLED (WS-CT-SUB) = ZERO
               GO TO 4100-EXIT
           END-IF
           MOVE WS-CT-COURSE-CODE (WS-CT-SUB) TO SRT-COURSE-CODE
           MOVE WS-CT-SECTION-NO (WS-CT-SUB)  TO SRT-SECTION-NO
           MOVE WS-CT-TITLE (WS-CT-SUB)       TO SRT-TITLE
           MOVE WS-CT-ENROLLED (WS-CT-SUB)    TO SRT-ENROLLED
           MOVE WS-CT-MAX-SEATS (WS-CT-SUB)   TO SRT-MAX-SEATS

       5200-PRINT-ONE.
           MOVE SRT-COURSE-CODE  TO WFD-COURSE-CODE
           MOVE SRT-SECTION-NO   TO WFD-SECTION-NO
           MOVE SRT-TITLE        TO WFD-TITLE
           MOVE SRT-ENROLLED     TO WFD-ENROLLED
           MOVE SRT-MAX-SEATS    TO WFD-MAX-SEATS
           MOVE SRT-FILL-PERCENT TO WFD-PERCENT
           MOVE WS-FILL-DETAIL TO FILL-PRINT-LINE
           WRITE FILL-PRINT-LINE
           PERFORM 5300-EXTRACT-ONE THRU 5300-EXIT
           PERFORM 5100-RETURN-SORTED THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

       5300-EXTRACT-ONE.
           PERFORM 9955-START-CSV-LINE THRU 9955-EXIT
           MOVE SRT-COURSE-CODE TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           MOVE SRT-SECTION-NO TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           MOVE SRT-TITLE TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           MOVE SRT-ENROLLED TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           MOVE SRT-MAX-SEATS TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           MOVE SRT-FILL-PERCENT TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           PERFORM 9966-WRITE-CSV-LINE THRU 9966-EXIT.
       5300-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE FILL-REPORT-FILE
           PERFORM 9980-CLOSE-EXTRACT THRU 9980-EXIT
           IF RETURN-CODE = ZERO
               CLOSE COURSE-MASTER-FILE
               IF NOT WS-ENROLL-NOTFOUND
           EXIT.

       COPY JOBSTAPA.

       COPY CSVPA.
