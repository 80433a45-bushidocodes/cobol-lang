      ******************************************************************
      *    PROGRAM-ID: AdvisorAssign
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Assigns a faculty advisor to every active
      *                  student who has none on the student advising
      *                  file (STUADVR.DAT).  The student's academic
      *                  program (STU-COURSE-CODE) is looked up on
      *                  DEPTMAP.DAT for its owning department, and
      *                  the student goes to the active instructor in
      *                  that department carrying the fewest advisees
      *                  at that moment, so the load stays balanced as
      *                  the run goes.  Existing assignments are never
      *                  moved.  Students whose program has no
      *                  department row, or whose department has no
      *                  active instructor, are listed unassigned on
      *                  ADVASSGN.RPT and set the return code to 4.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AdvisorAssign.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT INSTRUCTOR-MASTER-FILE ASSIGN TO "INSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT DEPARTMENT-MAP-FILE ASSIGN TO "DEPTMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT ASSIGNMENT-REPORT-FILE ASSIGN TO "ADVASSGN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ADVSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  INSTRUCTOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INSTMAST.

       FD  DEPARTMENT-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DEPTMAP.

       FD  ASSIGNMENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASSIGNMENT-PRINT-LINE       PIC X(80).

       COPY ADVFD.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY ADVWS.

       01  WS-MASTER-STATUS         PIC X(02).
           88  WS-MASTER-NOTFOUND   VALUE "35".

       01  WS-INSTRUCTOR-STATUS     PIC X(02).
           88  WS-INSTRUCTOR-NOTFOUND VALUE "35".

       01  WS-MAP-STATUS            PIC X(02).
           88  WS-MAP-NOTFOUND      VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-MAP-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-MAP-END       VALUE 'Y'.
           05  WS-INS-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-INS-END       VALUE 'Y'.
           05  WS-ADV-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-ADV-END       VALUE 'Y'.
           05  WS-FOUND-SWITCH      PIC X(01).
               88  WS-MAP-FOUND     VALUE 'Y'.
           05  WS-ADV-ON-FILE-SWITCH PIC X(01).
               88  WS-ADV-ON-FILE   VALUE 'Y'.

      *    Program-to-department map held in a table for the run.
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT         PIC 9(02) COMP VALUE ZERO.
           05  WS-MAP-ENTRY OCCURS 50 TIMES.
               10  WS-MP-PROGRAM-ID  PIC X(08).
               10  WS-MP-DEPARTMENT  PIC X(08).

       01  WS-MAP-SUB               PIC 9(02) COMP VALUE ZERO.

      *    Active instructors and the advisees each carries.
       01  WS-ADVISOR-TABLE.
           05  WS-ADVISOR-COUNT     PIC 9(03) COMP VALUE ZERO.
           05  WS-ADVISOR-ENTRY OCCURS 300 TIMES.
               10  WS-AD-INSTRUCTOR-ID PIC X(06).
               10  WS-AD-DEPARTMENT    PIC X(04).
               10  WS-AD-LOAD          PIC 9(05) COMP.

       01  WS-ADVISOR-SUB           PIC 9(03) COMP VALUE ZERO.
       01  WS-BEST-SUB              PIC 9(03) COMP VALUE ZERO.
       01  WS-WANTED-DEPARTMENT     PIC X(04).

       01  WS-COUNTERS.
           05  WS-STUDENTS-READ     PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-ADVISED   PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-ASSIGNED PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-UNASSIGNED PIC 9(07) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(30) VALUE
               "Advisor assignment run - ".
           05  WAH-DATE             PIC 9(08).

       01  WS-ASSIGNED-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WAL-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WAL-STUDENT-NAME     PIC X(24).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WAL-PROGRAM          PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WAL-DEPARTMENT       PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WAL-ADVISOR-ID       PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WAL-ADVISOR-LOAD     PIC ZZZZ9.

       01  WS-UNASSIGNED-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WUL-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WUL-STUDENT-NAME     PIC X(24).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WUL-PROGRAM          PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WUL-REASON           PIC X(30).

       01  WS-TOTAL-LINE.
           05  WTL-LABEL            PIC X(24).
           05  WTL-COUNT            PIC ZZZZZZ9.

      *    Unassigned students are held until the assigned list is
      *    out, so the report reads in two clean blocks.
       01  WS-UNASSIGNED-TABLE.
           05  WS-UNASSIGNED-COUNT  PIC 9(03) COMP VALUE ZERO.
           05  WS-UNASSIGNED-ENTRY OCCURS 500 TIMES.
               10  WS-UN-LINE       PIC X(80).

       01  WS-UNASSIGNED-SUB        PIC 9(03) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               PERFORM 2000-ASSIGN-ONE THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-STUDENTS-READ TO JST-RECORDS-READ
           MOVE WS-STUDENTS-ASSIGNED TO JST-RECORDS-WRITTEN
           MOVE WS-STUDENTS-UNASSIGNED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "AdvisorAssig" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-MASTER-NOTFOUND
               DISPLAY "AdvisorAssign - STUDENT-MASTER not found"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT INSTRUCTOR-MASTER-FILE
           IF WS-INSTRUCTOR-NOTFOUND
               DISPLAY "AdvisorAssign - INSTRUCTOR-MASTER not found"
               CLOSE STUDENT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O STUDENT-ADVISING-FILE
           IF WS-ADVISING-NOTFOUND
               CLOSE STUDENT-ADVISING-FILE
               OPEN OUTPUT STUDENT-ADVISING-FILE
               CLOSE STUDENT-ADVISING-FILE
               OPEN I-O STUDENT-ADVISING-FILE
           END-IF
           PERFORM 1200-LOAD-DEPT-MAP THRU 1200-EXIT
           PERFORM 1300-LOAD-ADVISORS THRU 1300-EXIT
           PERFORM 1400-COUNT-ADVISEES THRU 1400-EXIT
           OPEN OUTPUT ASSIGNMENT-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WAH-DATE
           MOVE WS-REPORT-HEADING TO ASSIGNMENT-PRINT-LINE
           WRITE ASSIGNMENT-PRINT-LINE
           MOVE SPACES TO ASSIGNMENT-PRINT-LINE
           WRITE ASSIGNMENT-PRINT-LINE
           MOVE "Students assigned:" TO ASSIGNMENT-PRINT-LINE
           WRITE ASSIGNMENT-PRINT-LINE
           DISPLAY "AdvisorAssign - " WS-ADVISOR-COUNT
               " active advisors, " WS-MAP-COUNT " program rows"
           PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       1200-LOAD-DEPT-MAP.
           OPEN INPUT DEPARTMENT-MAP-FILE
           IF WS-MAP-NOTFOUND
               DISPLAY "AdvisorAssign - no DEPTMAP.DAT on file"
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LOAD-ONE-MAP THRU 1210-EXIT
               UNTIL WS-MAP-END OR WS-MAP-COUNT >= 50
           CLOSE DEPARTMENT-MAP-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-MAP.
           READ DEPARTMENT-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ
           ADD 1 TO WS-MAP-COUNT
           MOVE DPM-PROGRAM-ID TO WS-MP-PROGRAM-ID (WS-MAP-COUNT)
           MOVE DPM-DEPARTMENT TO WS-MP-DEPARTMENT (WS-MAP-COUNT).
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-LOAD-ADVISORS - every active instructor is an       *
      *    advisor candidate in the department on the record      *
      *-----------------------------------------------------------*
       1300-LOAD-ADVISORS.
           PERFORM 1310-LOAD-ONE-ADVISOR THRU 1310-EXIT
               UNTIL WS-INS-END OR WS-ADVISOR-COUNT >= 300.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-ADVISOR.
           READ INSTRUCTOR-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INS-EOF-SWITCH
                   GO TO 1310-EXIT
           END-READ
           IF NOT INS-ACTIVE
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO WS-ADVISOR-COUNT
           MOVE INS-ID TO WS-AD-INSTRUCTOR-ID (WS-ADVISOR-COUNT)
           MOVE INS-DEPARTMENT TO WS-AD-DEPARTMENT (WS-ADVISOR-COUNT)
           MOVE ZERO TO WS-AD-LOAD (WS-ADVISOR-COUNT).
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1400-COUNT-ADVISEES - the load each advisor already      *
      *    carries before tonight's assignments                     *
      *-----------------------------------------------------------*
       1400-COUNT-ADVISEES.
           PERFORM 1410-COUNT-ONE THRU 1410-EXIT
               UNTIL WS-ADV-END.
       1400-EXIT.
           EXIT.

       1410-COUNT-ONE.
           READ STUDENT-ADVISING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ADV-EOF-SWITCH
                   GO TO 1410-EXIT
           END-READ
           IF ADV-ADVISOR-ID = SPACES
               GO TO 1410-EXIT
           END-IF
           MOVE ZERO TO WS-ADVISOR-SUB
           MOVE ZERO TO WS-BEST-SUB
           PERFORM 1420-FIND-ADVISOR THRU 1420-EXIT
               UNTIL WS-BEST-SUB > ZERO
                   OR WS-ADVISOR-SUB >= WS-ADVISOR-COUNT
           IF WS-BEST-SUB > ZERO
               ADD 1 TO WS-AD-LOAD (WS-BEST-SUB)
           END-IF.
       1410-EXIT.
           EXIT.

       1420-FIND-ADVISOR.
           ADD 1 TO WS-ADVISOR-SUB
           IF WS-AD-INSTRUCTOR-ID (WS-ADVISOR-SUB) = ADV-ADVISOR-ID
               MOVE WS-ADVISOR-SUB TO WS-BEST-SUB
           END-IF.
       1420-EXIT.
           EXIT.

       2100-READ-STUDENT.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-ASSIGN-ONE - active students with no advisor on     *
      *    file go to the lightest-loaded advisor in the program's  *
      *    department                                               *
      *-----------------------------------------------------------*
       2000-ASSIGN-ONE.
           ADD 1 TO WS-STUDENTS-READ
           IF NOT STU-STATUS-ACTIVE
               GO TO 2000-NEXT
           END-IF
           MOVE 'N' TO WS-ADV-ON-FILE-SWITCH
           MOVE STU-ID TO ADV-STUDENT-ID
           READ STUDENT-ADVISING-FILE
               INVALID KEY
                   MOVE SPACES TO STUDENT-ADVISING-RECORD
                   MOVE STU-ID TO ADV-STUDENT-ID
                   MOVE ZERO TO ADV-HOLD-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADV-ON-FILE-SWITCH
           END-READ
           IF WS-ADV-ON-FILE AND ADV-ADVISOR-ID NOT = SPACES
               ADD 1 TO WS-ALREADY-ADVISED
               GO TO 2000-NEXT
           END-IF
           PERFORM 2200-PICK-DEPARTMENT THRU 2200-EXIT
           IF NOT WS-MAP-FOUND
               MOVE "No department for program" TO WUL-REASON
               PERFORM 2500-HOLD-UNASSIGNED THRU 2500-EXIT
               GO TO 2000-NEXT
           END-IF
           PERFORM 2300-PICK-ADVISOR THRU 2300-EXIT
           IF WS-BEST-SUB = ZERO
               MOVE SPACES TO WUL-REASON
               STRING "No active advisor in "  DELIMITED BY SIZE
                      WS-WANTED-DEPARTMENT     DELIMITED BY SIZE
                   INTO WUL-REASON
               END-STRING
               PERFORM 2500-HOLD-UNASSIGNED THRU 2500-EXIT
               GO TO 2000-NEXT
           END-IF
           MOVE WS-AD-INSTRUCTOR-ID (WS-BEST-SUB) TO ADV-ADVISOR-ID
           MOVE WS-PROCESSING-DATE TO ADV-ASSIGNED-DATE
           IF WS-ADV-ON-FILE
               REWRITE STUDENT-ADVISING-RECORD
           ELSE
               WRITE STUDENT-ADVISING-RECORD
           END-IF
           ADD 1 TO WS-AD-LOAD (WS-BEST-SUB)
           ADD 1 TO WS-STUDENTS-ASSIGNED
           PERFORM 2400-PRINT-ASSIGNED THRU 2400-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2200-PICK-DEPARTMENT.
           MOVE SPACES TO WS-WANTED-DEPARTMENT
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-MAP-SUB
           PERFORM 2210-SCAN-ONE-MAP THRU 2210-EXIT
               UNTIL WS-MAP-FOUND OR WS-MAP-SUB >= WS-MAP-COUNT.
       2200-EXIT.
           EXIT.

       2210-SCAN-ONE-MAP.
           ADD 1 TO WS-MAP-SUB
           IF WS-MP-PROGRAM-ID (WS-MAP-SUB) = STU-COURSE-CODE
               MOVE WS-MP-DEPARTMENT (WS-MAP-SUB)
                   TO WS-WANTED-DEPARTMENT
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-PICK-ADVISOR - lowest load in the department; the   *
      *    first one found wins a tie                               *
      *-----------------------------------------------------------*
       2300-PICK-ADVISOR.
           MOVE ZERO TO WS-BEST-SUB
           MOVE ZERO TO WS-ADVISOR-SUB
           PERFORM 2310-CHECK-ONE-ADVISOR THRU 2310-EXIT
               UNTIL WS-ADVISOR-SUB >= WS-ADVISOR-COUNT.
       2300-EXIT.
           EXIT.

       2310-CHECK-ONE-ADVISOR.
           ADD 1 TO WS-ADVISOR-SUB
           IF WS-AD-DEPARTMENT (WS-ADVISOR-SUB)
                   NOT = WS-WANTED-DEPARTMENT
               GO TO 2310-EXIT
           END-IF
           IF WS-BEST-SUB = ZERO
               MOVE WS-ADVISOR-SUB TO WS-BEST-SUB
               GO TO 2310-EXIT
           END-IF
           IF WS-AD-LOAD (WS-ADVISOR-SUB) < WS-AD-LOAD (WS-BEST-SUB)
               MOVE WS-ADVISOR-SUB TO WS-BEST-SUB
           END-IF.
       2310-EXIT.
           EXIT.

       2400-PRINT-ASSIGNED.
           MOVE STU-ID               TO WAL-STUDENT-ID
           PERFORM 2600-FORMAT-NAME THRU 2600-EXIT
           MOVE WUL-STUDENT-NAME     TO WAL-STUDENT-NAME
           MOVE STU-COURSE-CODE      TO WAL-PROGRAM
           MOVE WS-WANTED-DEPARTMENT TO WAL-DEPARTMENT
           MOVE ADV-ADVISOR-ID       TO WAL-ADVISOR-ID
           MOVE WS-AD-LOAD (WS-BEST-SUB) TO WAL-ADVISOR-LOAD
           MOVE WS-ASSIGNED-LINE TO ASSIGNMENT-PRINT-LINE
           WRITE ASSIGNMENT-PRINT-LINE.
       2400-EXIT.
           EXIT.

       2500-HOLD-UNASSIGNED.
           ADD 1 TO WS-STUDENTS-UNASSIGNED
           MOVE 4 TO RETURN-CODE
           IF WS-UNASSIGNED-COUNT >= 500
               GO TO 2500-EXIT
           END-IF
           MOVE STU-ID          TO WUL-STUDENT-ID
           PERFORM 2600-FORMAT-NAME THRU 2600-EXIT
           MOVE STU-COURSE-CODE TO WUL-PROGRAM
           ADD 1 TO WS-UNASSIGNED-COUNT
           MOVE WS-UNASSIGNED-LINE
               TO WS-UN-LINE (WS-UNASSIGNED-COUNT).
       2500-EXIT.
           EXIT.

       2600-FORMAT-NAME.
           MOVE SPACES TO WUL-STUDENT-NAME
           STRING STU-SURNAME DELIMITED BY "  "
                  ", "        DELIMITED BY SIZE
                  STU-GIVEN-NAME DELIMITED BY "  "
               INTO WUL-STUDENT-NAME
           END-STRING.
       2600-EXIT.
           EXIT.

       8000-PRINT-UNASSIGNED.
           MOVE SPACES TO ASSIGNMENT-PRINT-LINE
           WRITE ASSIGNMENT-PRINT-LINE
           MOVE "Students left unassigned:" TO ASSIGNMENT-PRINT-LINE
           WRITE ASSIGNMENT-PRINT-LINE
           MOVE ZERO TO WS-UNASSIGNED-SUB
           PERFORM 8100-PRINT-ONE-UNASSIGNED THRU 8100-EXIT
               UNTIL WS-UNASSIGNED-SUB >= WS-UNASSIGNED-COUNT
           IF WS-STUDENTS-UNASSIGNED > WS-UNASSIGNED-COUNT
               MOVE "    (list truncated - see count below)"
                   TO ASSIGNMENT-PRINT-LINE
               WRITE ASSIGNMENT-PRINT-LINE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-UNASSIGNED.
           ADD 1 TO WS-UNASSIGNED-SUB
           MOVE WS-UN-LINE (WS-UNASSIGNED-SUB)
               TO ASSIGNMENT-PRINT-LINE
           WRITE ASSIGNMENT-PRINT-LINE.
       8100-EXIT.
           EXIT.

       8200-PRINT-TOTALS.
           MOVE SPACES TO ASSIGNMENT-PRINT-LINE
           WRITE ASSIGNMENT-PRINT-LINE
           MOVE "Students read         :" TO WTL-LABEL
           MOVE WS-STUDENTS-READ TO WTL-COUNT
           MOVE WS-TOTAL-LINE TO ASSIGNMENT-PRINT-LINE
           WRITE ASSIGNMENT-PRINT-LINE
           MOVE "Already advised       :" TO WTL-LABEL
           MOVE WS-ALREADY-ADVISED TO WTL-COUNT
           MOVE WS-TOTAL-LINE TO ASSIGNMENT-PRINT-LINE
           WRITE ASSIGNMENT-PRINT-LINE
           MOVE "Assigned this run     :" TO WTL-LABEL
           MOVE WS-STUDENTS-ASSIGNED TO WTL-COUNT
           MOVE WS-TOTAL-LINE TO ASSIGNMENT-PRINT-LINE
           WRITE ASSIGNMENT-PRINT-LINE
           MOVE "Left unassigned       :" TO WTL-LABEL
           MOVE WS-STUDENTS-UNASSIGNED TO WTL-COUNT
           MOVE WS-TOTAL-LINE TO ASSIGNMENT-PRINT-LINE
           WRITE ASSIGNMENT-PRINT-LINE.
       8200-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           PERFORM 8000-PRINT-UNASSIGNED THRU 8000-EXIT
           PERFORM 8200-PRINT-TOTALS THRU 8200-EXIT
           CLOSE STUDENT-MASTER-FILE
           CLOSE INSTRUCTOR-MASTER-FILE
           CLOSE STUDENT-ADVISING-FILE
           CLOSE ASSIGNMENT-REPORT-FILE
           DISPLAY "Students read        : " WS-STUDENTS-READ
           DISPLAY "Already advised      : " WS-ALREADY-ADVISED
           DISPLAY "Assigned this run    : " WS-STUDENTS-ASSIGNED
           DISPLAY "Left unassigned      : " WS-STUDENTS-UNASSIGNED.
       9000-EXIT.
           EXIT.

       COPY JOBSTAPA.

       COPY PRCDTPA.
