      ******************************************************************
      *    PROGRAM-ID: AbsenceReport
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Weekly excessive-absence report.  Reads the
      *                  attendance history, keeps the absences of
      *                  students still enrolled in the course for
      *                  the same term, sorts them by instructor,
      *                  course and section, and prints to ABSENCE.RPT
      *                  every student whose absences this term are
      *                  over the threshold (ABSENCE_THRESHOLD on the
      *                  parameter master, environment override,
      *                  default three), with the absences in the
      *                  last seven days and the last date attended.
      *                  The section's instructor is used when the
      *                  section has one, otherwise the course's.
      *                  A meeting reported twice counts once;
      *                  excused absences are not counted.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AbsenceReport.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENDANCE-HISTORY-FILE ASSIGN TO "ATTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ENROLLMENT-MASTER-FILE ASSIGN TO "STUENRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENL-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

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

           SELECT INSTRUCTOR-MASTER-FILE ASSIGN TO "INSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT LAST-ATTENDANCE-FILE ASSIGN TO "LASTATT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAT-STUDENT-ID
               FILE STATUS IS WS-LASTATT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "ABSSORT.WRK".

           SELECT ABSENCE-REPORT-FILE ASSIGN TO "ABSENCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY SECTSEL.

           COPY JOBSTSEL.

           COPY PARMSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  ATTENDANCE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ATTHIST.

       FD  ENROLLMENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUENRL.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       FD  INSTRUCTOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INSTMAST.

       FD  LAST-ATTENDANCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LASTATT.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-INSTRUCTOR-ID       PIC X(06).
           05  SRT-COURSE-CODE         PIC X(04).
           05  SRT-SECTION-NO          PIC X(02).
           05  SRT-STUDENT-ID          PIC 9(07).
           05  SRT-MEETING-DATE        PIC 9(08).

       FD  ABSENCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ABSENCE-PRINT-LINE          PIC X(80).

       COPY SECTFD.

       COPY JOBSTFD.
       COPY PARMFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY PARMWS.
       COPY SECTWS.

       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-HISTORY-NOTFOUND  VALUE "35".

       01  WS-ENROLL-STATUS         PIC X(02).
           88  WS-ENROLL-NOTFOUND   VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).

       01  WS-COURSE-STATUS         PIC X(02).

       01  WS-INSTRUCTOR-STATUS     PIC X(02).

       01  WS-LASTATT-STATUS        PIC X(02).
           88  WS-LASTATT-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-HIST-END      VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-SORT-END      VALUE 'Y'.
           05  WS-LASTATT-SWITCH    PIC X(01) VALUE 'Y'.
               88  WS-LASTATT-OPEN  VALUE 'Y'.
           05  WS-SECTION-SWITCH    PIC X(01) VALUE 'Y'.
               88  WS-SECTION-OPEN  VALUE 'Y'.

       01  WS-THRESHOLD-PICK        PIC X(02).
       01  WS-ABSENCE-THRESHOLD     PIC 9(02) VALUE 3.

       01  WS-TODAY-INTEGER         PIC S9(09) COMP.
       01  WS-WEEK-START-INTEGER    PIC S9(09) COMP.
       01  WS-WEEK-START-DATE       PIC 9(08).

      *    Student being counted, and the instructor and course
      *    whose headings were printed last.
       01  WS-CURRENT-KEY.
           05  WS-CUR-INSTRUCTOR-ID PIC X(06).
           05  WS-CUR-COURSE-CODE   PIC X(04).
           05  WS-CUR-SECTION-NO    PIC X(02).
           05  WS-CUR-STUDENT-ID    PIC 9(07).
       01  WS-CUR-LAST-MEETING      PIC 9(08).
       01  WS-CUR-ABSENCES          PIC 9(03) COMP.
       01  WS-CUR-WEEK-ABSENCES     PIC 9(03) COMP.

       01  WS-PRINTED-INSTRUCTOR-ID PIC X(06) VALUE HIGH-VALUES.
       01  WS-PRINTED-COURSE.
           05  WS-PRINTED-COURSE-CODE PIC X(04) VALUE HIGH-VALUES.
           05  WS-PRINTED-SECTION-NO  PIC X(02) VALUE HIGH-VALUES.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ      PIC 9(07) VALUE ZERO.
           05  WS-ABSENCES-SORTED   PIC 9(07) VALUE ZERO.
           05  WS-ABSENCES-DROPPED  PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-LISTED   PIC 9(05) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(35) VALUE
               "Excessive absences - week ending ".
           05  WAH-DATE             PIC 9(08).
           05  FILLER               PIC X(16) VALUE
               "   - more than ".
           05  WAH-THRESHOLD        PIC Z9.
           05  FILLER               PIC X(09) VALUE " absences".

       01  WS-INSTRUCTOR-LINE.
           05  FILLER               PIC X(12) VALUE "Instructor: ".
           05  WAI-INSTRUCTOR-ID    PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WAI-INSTRUCTOR-NAME  PIC X(36).

       01  WS-COURSE-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WAC-COURSE-CODE      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WAC-SECTION-NO       PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WAC-TITLE            PIC X(20).

       01  WS-ABSENCE-DETAIL.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  WAD-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WAD-STUDENT-NAME     PIC X(24).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WAD-ABSENCES         PIC ZZ9.
           05  FILLER               PIC X(07) VALUE " term  ".
           05  WAD-WEEK-ABSENCES    PIC ZZ9.
           05  FILLER               PIC X(07) VALUE " week  ".
           05  WAD-LAST-ATTENDED    PIC X(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-INSTRUCTOR-ID
                                    SRT-COURSE-CODE
                                    SRT-SECTION-NO
                                    SRT-STUDENT-ID
                                    SRT-MEETING-DATE
                   INPUT PROCEDURE IS 4000-RELEASE-ABSENCES
                       THRU 4000-EXIT
                   OUTPUT PROCEDURE IS 5000-PRINT-REPORT
                       THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-HISTORY-READ TO JST-RECORDS-READ
           MOVE WS-STUDENTS-LISTED TO JST-RECORDS-WRITTEN
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "AbsenceRepor" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE "ABSENCE_THRESHOLD" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:2) TO WS-THRESHOLD-PICK
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "ABSENCE_THRESHOLD"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:2) TO WS-THRESHOLD-PICK
           END-IF
           IF WS-THRESHOLD-PICK NUMERIC
               MOVE WS-THRESHOLD-PICK TO WS-ABSENCE-THRESHOLD
           END-IF
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           COMPUTE WS-WEEK-START-INTEGER = WS-TODAY-INTEGER - 6
           COMPUTE WS-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INTEGER)
           OPEN INPUT ENROLLMENT-MASTER-FILE
           IF WS-ENROLL-NOTFOUND
               DISPLAY "AbsenceReport - ENROLLMENT-MASTER not found"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ATTENDANCE-HISTORY-FILE
           IF WS-HISTORY-NOTFOUND
               MOVE 'Y' TO WS-HIST-EOF-SWITCH
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT INSTRUCTOR-MASTER-FILE
           OPEN INPUT LAST-ATTENDANCE-FILE
           IF WS-LASTATT-NOTFOUND
               MOVE 'N' TO WS-LASTATT-SWITCH
           END-IF
           OPEN INPUT SECTION-MASTER-FILE
           IF WS-SECTION-NOTFOUND
               MOVE 'N' TO WS-SECTION-SWITCH
           END-IF
           OPEN OUTPUT ABSENCE-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WAH-DATE
           MOVE WS-ABSENCE-THRESHOLD TO WAH-THRESHOLD
           MOVE WS-REPORT-HEADING TO ABSENCE-PRINT-LINE
           WRITE ABSENCE-PRINT-LINE
           DISPLAY "AbsenceReport - absences over "
               WS-ABSENCE-THRESHOLD.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-RELEASE-ABSENCES - absences only, and only where    *
      *    the student is still enrolled in the course for the      *
      *    term the absence was recorded in                         *
      *-----------------------------------------------------------*
       4000-RELEASE-ABSENCES.
           IF NOT WS-HIST-END
               PERFORM 4100-READ-HISTORY THRU 4100-EXIT
           END-IF
           PERFORM 4200-RELEASE-ONE THRU 4200-EXIT
               UNTIL WS-HIST-END.
       4000-EXIT.
           EXIT.

       4100-READ-HISTORY.
           READ ATTENDANCE-HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
           END-READ.
       4100-EXIT.
           EXIT.

       4200-RELEASE-ONE.
           ADD 1 TO WS-HISTORY-READ
           IF NOT ATH-ABSENT
               GO TO 4200-NEXT
           END-IF
           MOVE ATH-STUDENT-ID  TO ENL-STUDENT-ID
           MOVE ATH-COURSE-CODE TO ENL-COURSE-CODE
           READ ENROLLMENT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ABSENCES-DROPPED
                   GO TO 4200-NEXT
           END-READ
           IF ENL-TERM-CODE NOT = ATH-TERM-CODE
               ADD 1 TO WS-ABSENCES-DROPPED
               GO TO 4200-NEXT
           END-IF
           PERFORM 4300-FIND-INSTRUCTOR THRU 4300-EXIT
           MOVE ATH-COURSE-CODE  TO SRT-COURSE-CODE
           MOVE ENL-SECTION-NO   TO SRT-SECTION-NO
           MOVE ATH-STUDENT-ID   TO SRT-STUDENT-ID
           MOVE ATH-MEETING-DATE TO SRT-MEETING-DATE
           RELEASE SORT-RECORD
           ADD 1 TO WS-ABSENCES-SORTED.
       4200-NEXT.
           PERFORM 4100-READ-HISTORY THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4300-FIND-INSTRUCTOR - the section's instructor where    *
      *    the section names one, otherwise the course's            *
      *-----------------------------------------------------------*
       4300-FIND-INSTRUCTOR.
           MOVE SPACES TO SRT-INSTRUCTOR-ID
           IF ENL-SECTION-NO NOT = SPACES AND WS-SECTION-OPEN
               MOVE ENL-COURSE-CODE TO SEC-COURSE-CODE
               MOVE ENL-SECTION-NO  TO SEC-SECTION-NO
               READ SECTION-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEC-INSTRUCTOR-ID TO SRT-INSTRUCTOR-ID
               END-READ
           END-IF
           IF SRT-INSTRUCTOR-ID NOT = SPACES
               GO TO 4300-EXIT
           END-IF
           MOVE ENL-COURSE-CODE TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CRS-INSTRUCTOR-ID TO SRT-INSTRUCTOR-ID
           END-READ.
       4300-EXIT.
           EXIT.

       5000-PRINT-REPORT.
           PERFORM 5100-RETURN-SORTED THRU 5100-EXIT
           PERFORM 5200-COUNT-STUDENT THRU 5200-EXIT
               UNTIL WS-SORT-END
           IF WS-STUDENTS-LISTED = ZERO
               MOVE "No students over the absence threshold."
                   TO ABSENCE-PRINT-LINE
               WRITE ABSENCE-PRINT-LINE
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
      *    5200-COUNT-STUDENT - one student in one course section;  *
      *    the same meeting date twice is one absence               *
      *-----------------------------------------------------------*
       5200-COUNT-STUDENT.
           MOVE SRT-INSTRUCTOR-ID TO WS-CUR-INSTRUCTOR-ID
           MOVE SRT-COURSE-CODE   TO WS-CUR-COURSE-CODE
           MOVE SRT-SECTION-NO    TO WS-CUR-SECTION-NO
           MOVE SRT-STUDENT-ID    TO WS-CUR-STUDENT-ID
           MOVE ZERO TO WS-CUR-LAST-MEETING
           MOVE ZERO TO WS-CUR-ABSENCES
           MOVE ZERO TO WS-CUR-WEEK-ABSENCES
           PERFORM 5300-COUNT-ONE THRU 5300-EXIT
               UNTIL WS-SORT-END
                   OR SRT-INSTRUCTOR-ID NOT = WS-CUR-INSTRUCTOR-ID
                   OR SRT-COURSE-CODE NOT = WS-CUR-COURSE-CODE
                   OR SRT-SECTION-NO NOT = WS-CUR-SECTION-NO
                   OR SRT-STUDENT-ID NOT = WS-CUR-STUDENT-ID
           IF WS-CUR-ABSENCES > WS-ABSENCE-THRESHOLD
               PERFORM 5400-PRINT-STUDENT THRU 5400-EXIT
           END-IF.
       5200-EXIT.
           EXIT.

       5300-COUNT-ONE.
           IF SRT-MEETING-DATE NOT = WS-CUR-LAST-MEETING
               ADD 1 TO WS-CUR-ABSENCES
               IF SRT-MEETING-DATE NOT < WS-WEEK-START-DATE
                   ADD 1 TO WS-CUR-WEEK-ABSENCES
               END-IF
               MOVE SRT-MEETING-DATE TO WS-CUR-LAST-MEETING
           END-IF
           PERFORM 5100-RETURN-SORTED THRU 5100-EXIT.
       5300-EXIT.
           EXIT.

       5400-PRINT-STUDENT.
           IF WS-CUR-INSTRUCTOR-ID NOT = WS-PRINTED-INSTRUCTOR-ID
               PERFORM 5500-PRINT-INSTRUCTOR THRU 5500-EXIT
           END-IF
           IF WS-CUR-COURSE-CODE NOT = WS-PRINTED-COURSE-CODE
                   OR WS-CUR-SECTION-NO NOT = WS-PRINTED-SECTION-NO
               PERFORM 5600-PRINT-COURSE THRU 5600-EXIT
           END-IF
           MOVE WS-CUR-STUDENT-ID TO WAD-STUDENT-ID
           MOVE WS-CUR-STUDENT-ID TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "(not on student master)" TO WAD-STUDENT-NAME
               NOT INVALID KEY
                   MOVE SPACES TO WAD-STUDENT-NAME
                   STRING STU-SURNAME DELIMITED BY "  "
                          ", "        DELIMITED BY SIZE
                          STU-GIVEN-NAME DELIMITED BY "  "
                       INTO WAD-STUDENT-NAME
                   END-STRING
           END-READ
           MOVE WS-CUR-ABSENCES      TO WAD-ABSENCES
           MOVE WS-CUR-WEEK-ABSENCES TO WAD-WEEK-ABSENCES
           MOVE "never   " TO WAD-LAST-ATTENDED
           IF WS-LASTATT-OPEN
               MOVE WS-CUR-STUDENT-ID TO LAT-STUDENT-ID
               READ LAST-ATTENDANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LAT-LAST-ATTENDED-DATE
                           TO WAD-LAST-ATTENDED
               END-READ
           END-IF
           MOVE WS-ABSENCE-DETAIL TO ABSENCE-PRINT-LINE
           WRITE ABSENCE-PRINT-LINE
           ADD 1 TO WS-STUDENTS-LISTED.
       5400-EXIT.
           EXIT.

       5500-PRINT-INSTRUCTOR.
           MOVE WS-CUR-INSTRUCTOR-ID TO WS-PRINTED-INSTRUCTOR-ID
           MOVE HIGH-VALUES TO WS-PRINTED-COURSE
           MOVE SPACES TO ABSENCE-PRINT-LINE
           WRITE ABSENCE-PRINT-LINE
           MOVE WS-CUR-INSTRUCTOR-ID TO WAI-INSTRUCTOR-ID
           IF WS-CUR-INSTRUCTOR-ID = SPACES
               MOVE "(no instructor assigned)" TO WAI-INSTRUCTOR-NAME
           ELSE
               MOVE WS-CUR-INSTRUCTOR-ID TO INS-ID
               READ INSTRUCTOR-MASTER-FILE
                   INVALID KEY
                       MOVE "(not on instructor master)"
                           TO WAI-INSTRUCTOR-NAME
                   NOT INVALID KEY
                       MOVE SPACES TO WAI-INSTRUCTOR-NAME
                       STRING INS-SURNAME DELIMITED BY "  "
                              ", "        DELIMITED BY SIZE
                              INS-GIVEN-NAME DELIMITED BY "  "
                           INTO WAI-INSTRUCTOR-NAME
                       END-STRING
               END-READ
           END-IF
           MOVE WS-INSTRUCTOR-LINE TO ABSENCE-PRINT-LINE
           WRITE ABSENCE-PRINT-LINE.
       5500-EXIT.
           EXIT.

       5600-PRINT-COURSE.
           MOVE WS-CUR-COURSE-CODE TO WS-PRINTED-COURSE-CODE
           MOVE WS-CUR-SECTION-NO  TO WS-PRINTED-SECTION-NO
           MOVE WS-CUR-COURSE-CODE TO WAC-COURSE-CODE
           MOVE WS-CUR-SECTION-NO  TO WAC-SECTION-NO
           MOVE WS-CUR-COURSE-CODE TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "(no course record)" TO WAC-TITLE
               NOT INVALID KEY
                   MOVE CRS-TITLE TO WAC-TITLE
           END-READ
           MOVE WS-COURSE-LINE TO ABSENCE-PRINT-LINE
           WRITE ABSENCE-PRINT-LINE.
       5600-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           IF NOT WS-HISTORY-NOTFOUND
               CLOSE ATTENDANCE-HISTORY-FILE
           END-IF
           CLOSE ENROLLMENT-MASTER-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE INSTRUCTOR-MASTER-FILE
           IF WS-LASTATT-OPEN
               CLOSE LAST-ATTENDANCE-FILE
           END-IF
           IF WS-SECTION-OPEN
               CLOSE SECTION-MASTER-FILE
           END-IF
           CLOSE ABSENCE-REPORT-FILE
           DISPLAY "Attendance rows read     : " WS-HISTORY-READ
           DISPLAY "Absences sorted          : " WS-ABSENCES-SORTED
           DISPLAY "Absences no longer enrolled: "
               WS-ABSENCES-DROPPED
           DISPLAY "Students over threshold  : " WS-STUDENTS-LISTED.
       9000-EXIT.
           EXIT.

       COPY JOBSTAPA.

       COPY PARMPA.

       COPY PRCDTPA.
