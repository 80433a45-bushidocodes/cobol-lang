      *                      longer printed.
      *      2026-09-02  DF  Course heading now shows the meeting
      *                      days and hours from COURSE-MASTER.
      *      2026-10-15  DF  A student under a directory-information
      *                      block is printed by id as CONFIDENTIAL,
      *                      name and gender withheld, and still
      *                      counted in the course total.  The block
      *                      is judged on the suite processing date.
      *      2026-10-15  DF  Writes ROSTER.CSV beside the print -
      *                      one comma-delimited row per student
      *                      line, course code carried on each row,
      *                      under a header row; a CONFIDENTIAL
      *                      student goes out as printed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    StudentRoster.
           SELECT ROSTER-REPORT-FILE ASSIGN TO "ROSTER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY CSVSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  ENROLLMENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUENRL.
           LABEL RECORDS ARE STANDARD.
       01  ROSTER-PRINT-LINE           PIC X(80).

       COPY CSVFD.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY JOBSTAT.
       COPY PRCDTWS.
       COPY PRIVWS.
       COPY CSVWS.
       01  WS-ENROLL-STATUS         PIC X(02).
           88  WS-ENROLL-NOTFOUND   VALUE "35".

       01  WS-PRIOR-COURSE-CODE     PIC X(04) VALUE SPACES.
       01  WS-COURSE-STUDENT-COUNT  PIC 9(05) VALUE ZERO.
       01  WS-GRAND-STUDENT-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-CONFIDENTIAL-COUNT    PIC 9(07) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(10) VALUE "Course: ".
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-PVB-AS-OF-DATE
           OPEN OUTPUT ROSTER-REPORT-FILE
           MOVE "ROSTER.CSV" TO WS-CSV-FILE-NAME
           MOVE SPACES TO WS-CSV-HEADER
           STRING "CourseCode,StudentId,Surname,GivenName,Initials,"
                  "Gender,TermCode"
               DELIMITED BY SIZE INTO WS-CSV-HEADER
           PERFORM 9950-OPEN-EXTRACT THRU 9950-EXIT
           OPEN INPUT ENROLLMENT-MASTER-FILE
           IF WS-ENROLL-NOTFOUND
               MOVE 'Y' TO WS-ENROLL-NOTFOUND-SWITCH
                   MOVE SPACES     TO STU-INITIALS
                   MOVE SPACE      TO STU-GENDER
                   SET STU-STATUS-ACTIVE TO TRUE
                   MOVE 'N'        TO STU-PRIVACY-BLOCK
           END-READ
           IF NOT STU-STATUS-ACTIVE
               GO TO 3200-EXIT
           END-IF
           MOVE STU-PRIVACY-BLOCK TO WS-PVB-BLOCK-FLAG
           MOVE STU-PRIVACY-DATE  TO WS-PVB-BLOCK-DATE
           PERFORM 9490-CHECK-PRIVACY THRU 9490-EXIT
           IF WS-PVB-WITHHELD
               MOVE WS-PVB-CONFIDENTIAL TO STU-SURNAME
               MOVE SPACES TO STU-GIVEN-NAME
               MOVE SPACES TO STU-INITIALS
               MOVE SPACE  TO STU-GENDER
               ADD 1 TO WS-CONFIDENTIAL-COUNT
           END-IF
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3500-PRINT-HEADING THRU 3500-EXIT
           END-IF
           MOVE ENL-TERM-CODE OF SORT-RECORD TO WD-TERM-CODE
           MOVE WS-DETAIL-LINE TO ROSTER-PRINT-LINE
           WRITE ROSTER-PRINT-LINE
           PERFORM 3250-EXTRACT-DETAIL THRU 3250-EXIT
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-COURSE-STUDENT-COUNT
           ADD 1 TO WS-GRAND-STUDENT-COUNT.
       3200-EXIT.
           EXIT.

       3250-EXTRACT-DETAIL.
           PERFORM 9955-START-CSV-LINE THRU 9955-EXIT
           MOVE ENL-COURSE-CODE OF SORT-RECORD TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           MOVE ENL-STUDENT-ID OF SORT-RECORD TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           MOVE STU-SURNAME TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           MOVE STU-GIVEN-NAME TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           MOVE STU-INITIALS TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           MOVE STU-GENDER TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           MOVE ENL-TERM-CODE OF SORT-RECORD TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           PERFORM 9966-WRITE-CSV-LINE THRU 9966-EXIT.
       3250-EXIT.
           EXIT.

       3300-COURSE-BREAK.
           IF NOT WS-IS-FIRST-GROUP
               MOVE WS-COURSE-STUDENT-COUNT TO WT-COURSE-COUNT
           CLOSE STUDENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE ROSTER-REPORT-FILE
           PERFORM 9980-CLOSE-EXTRACT THRU 9980-EXIT
           DISPLAY "Roster complete - enrollments printed: "
               WS-GRAND-STUDENT-COUNT
           DISPLAY "Printed as CONFIDENTIAL              : "
               WS-CONFIDENTIAL-COUNT
           IF WS-ENROLL-WAS-NOTFOUND
               DISPLAY "StudentRoster - ENROLLMENT-MASTER not found"
               MOVE 16 TO RETURN-CODE
           EXIT.

       COPY JOBSTAPA.

       COPY PRCDTPA.

       COPY PRIVPA.

       COPY CSVPA.
