      ******************************************************************
      *    PROGRAM-ID: EnrollmentStatus
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Enrollment reporting file for the loan
      *                  servicers and the verification
      *                  clearinghouse.  Each student's enrollment
      *                  intensity for the term - full-time,
      *                  three-quarter, half-time or less - is worked
      *                  out from the credit hours on ENROLLMENT-
      *                  MASTER by the shared ENRSTPA paragraphs;
      *                  a withdrawal or graduation comes from
      *                  STU-STATUS-CODE and STU-STATUS-DATE.  The
      *                  term is ENRL_STATUS_TERM on the parameter
      *                  master (environment override), else the
      *                  term the processing date falls in; the
      *                  full-time load is ENRL_FULL_TIME_HOURS,
      *                  default 12.  ENRLSTAT.DAT gets a header,
      *                  one detail per student enrolled in the term
      *                  or leaving it, and a trailer.  A status that
      *                  differs from the one last reported (ENRSHIST
      *                  .DAT) is flagged C with the date it took
      *                  effect: the withdrawal or graduation date,
      *                  the latest add since the previous submission
      *                  (ENRSCTL.DAT), or else the run date.  A
      *                  student reported as enrolled who is no
      *                  longer enrolled in anything goes out once as
      *                  withdrawn.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EnrollmentStatus.
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

           SELECT ENROLLMENT-MASTER-FILE ASSIGN TO "STUENRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENL-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT STATUS-HISTORY-FILE ASSIGN TO "ENRSHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESH-STUDENT-ID
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-CONTROL-FILE ASSIGN TO "ENRSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT ENROLL-REPORT-FILE ASSIGN TO "ENRLSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY TERMSEL.

           COPY PARMSEL.

           COPY PRCDTSEL.

           COPY JOBSTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  ENROLLMENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUENRL.

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       FD  STATUS-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ENRSHIST.

       FD  REPORT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ENRSCTL.

       FD  ENROLL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ENRSRPT.

       COPY TERMFD.

       COPY PARMFD.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY JOBSTAT.
       COPY PRCDTWS.
       COPY TERMWS.
       COPY PARMWS.
       COPY ENRSTWS.

       01  WS-MASTER-STATUS         PIC X(02).

       01  WS-ENROLL-STATUS         PIC X(02).
           88  WS-ENROLL-NOTFOUND   VALUE "35".

       01  WS-COURSE-STATUS         PIC X(02).

       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-HISTORY-OK        VALUE "00".
           88  WS-HISTORY-NOTFOUND  VALUE "35".

       01  WS-CONTROL-STATUS        PIC X(02).
           88  WS-CONTROL-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-HIST-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-HIST-ON-FILE  VALUE 'Y'.
           05  WS-REPORT-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-REPORT-STUDENT VALUE 'Y'.

       01  WS-LAST-SUBMIT-DATE      PIC 9(08) VALUE ZERO.
       01  WS-HOURS-PICK            PIC X(02).
       01  WS-HOURS-NUM REDEFINES WS-HOURS-PICK
                                    PIC 9(02).
       01  WS-EFFECTIVE-DATE        PIC 9(08).

       01  WS-COUNTERS.
           05  WS-STUDENTS-READ     PIC 9(07) VALUE ZERO.
           05  WS-DETAIL-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-CHANGE-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-FULL-TIME-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-PART-TIME-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-LEAVER-COUNT      PIC 9(07) VALUE ZERO.

       01  WS-ID-HASH-TOTAL         PIC 9(12) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-REPORT-STUDENT THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           IF RETURN-CODE NOT = 16
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           MOVE WS-STUDENTS-READ TO JST-RECORDS-READ
           MOVE WS-DETAIL-COUNT TO JST-RECORDS-WRITTEN
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "EnrollStatus" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT
           OPEN INPUT TERM-MASTER-FILE
           PERFORM 9370-FIND-TERM THRU 9370-EXIT
           IF NOT WS-TERM-NOTFOUND
               CLOSE TERM-MASTER-FILE
           END-IF
           IF WS-ES-TERM-CODE = SPACES
               DISPLAY "EnrollmentStatus - no ENRL_STATUS_TERM and "
                   "no term covers " WS-PROCESSING-DATE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT REPORT-CONTROL-FILE
           IF WS-CONTROL-NOTFOUND
               DISPLAY "EnrollmentStatus - no control file, "
                   "first submission"
           ELSE
               READ REPORT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ESC-LAST-SUBMIT-DATE
                           TO WS-LAST-SUBMIT-DATE
               END-READ
               CLOSE REPORT-CONTROL-FILE
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT ENROLLMENT-MASTER-FILE
           OPEN INPUT COURSE-MASTER-FILE
           OPEN I-O STATUS-HISTORY-FILE
           IF WS-HISTORY-NOTFOUND
               CLOSE STATUS-HISTORY-FILE
               OPEN OUTPUT STATUS-HISTORY-FILE
               CLOSE STATUS-HISTORY-FILE
               OPEN I-O STATUS-HISTORY-FILE
           END-IF
           OPEN OUTPUT ENROLL-REPORT-FILE
           MOVE SPACES TO ENROLL-REPORT-HEADER
           MOVE 'H' TO ESR-H-RECORD-TYPE
           MOVE WS-PROCESSING-DATE  TO ESR-H-RUN-DATE
           MOVE WS-ES-TERM-CODE     TO ESR-H-TERM-CODE
           MOVE WS-ES-TERM-START    TO ESR-H-TERM-START
           MOVE WS-ES-TERM-END      TO ESR-H-TERM-END
           MOVE WS-LAST-SUBMIT-DATE TO ESR-H-PRIOR-SUBMIT-DATE
           WRITE ENROLL-REPORT-HEADER
           DISPLAY "EnrollmentStatus - term " WS-ES-TERM-CODE
               ", changes since " WS-LAST-SUBMIT-DATE
           PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-GET-PARAMETERS - term and full-time load, parameter *
      *    master first, environment as the rerun override          *
      *-----------------------------------------------------------*
       1100-GET-PARAMETERS.
           MOVE "ENRL_STATUS_TERM" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:6) TO WS-ES-TERM-CODE
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "ENRL_STATUS_TERM"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:6) TO WS-ES-TERM-CODE
           END-IF
           MOVE "ENRL_FULL_TIME_HOURS" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:2) TO WS-HOURS-PICK
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE
               FROM ENVIRONMENT "ENRL_FULL_TIME_HOURS"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:2) TO WS-HOURS-PICK
           END-IF
           IF WS-HOURS-PICK NUMERIC AND WS-HOURS-NUM > ZERO
               MOVE WS-HOURS-NUM TO WS-ES-FULL-TIME-HOURS
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-REPORT-STUDENT - derive, compare with what was last *
      *    reported, write the detail and the new history          *
      *-----------------------------------------------------------*
       2000-REPORT-STUDENT.
           ADD 1 TO WS-STUDENTS-READ
           IF STU-STATUS-MERGED
               GO TO 2000-NEXT
           END-IF
           PERFORM 9350-DERIVE-ENROLL-STATUS THRU 9350-EXIT
           MOVE 'N' TO WS-HIST-SWITCH
           MOVE STU-ID TO ESH-STUDENT-ID
           READ STATUS-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HIST-SWITCH
           END-READ
           PERFORM 2200-DECIDE-REPORT THRU 2200-EXIT
           IF NOT WS-REPORT-STUDENT
               GO TO 2000-NEXT
           END-IF
           PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT
           PERFORM 2400-SAVE-HISTORY THRU 2400-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-STUDENT.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-DECIDE-REPORT - enrolled students always go out; a  *
      *    leaver goes out when the leaving date falls in the term  *
      *    or the last report had the student enrolled; an active   *
      *    student with nothing in the term goes out once, as       *
      *    withdrawn, only if last reported enrolled                *
      *-----------------------------------------------------------*
       2200-DECIDE-REPORT.
           MOVE 'N' TO WS-REPORT-SWITCH
           EVALUATE TRUE
               WHEN WS-ES-ENROLLED
                   MOVE 'Y' TO WS-REPORT-SWITCH
               WHEN WS-ES-WITHDRAWN OR WS-ES-GRADUATED
                   IF WS-ES-TERM-START > ZERO
                           AND WS-ES-STATUS-DATE NOT < WS-ES-TERM-START
                       MOVE 'Y' TO WS-REPORT-SWITCH
                   END-IF
                   IF WS-HIST-ON-FILE
                       IF ESH-STATUS-CODE = 'F' OR 'Q' OR 'H' OR 'L'
                           MOVE 'Y' TO WS-REPORT-SWITCH
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-HIST-ON-FILE
                       IF ESH-STATUS-CODE = 'F' OR 'Q' OR 'H' OR 'L'
                           MOVE 'Y' TO WS-REPORT-SWITCH
                           MOVE 'W' TO WS-ES-STATUS-CODE
                           MOVE WS-PROCESSING-DATE
                               TO WS-ES-STATUS-DATE
                       END-IF
                   END-IF
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-WRITE-DETAIL - a status already reported keeps the  *
      *    effective date it was reported with                      *
      *-----------------------------------------------------------*
       2300-WRITE-DETAIL.
           MOVE SPACES TO ENROLL-REPORT-DETAIL
           MOVE 'D' TO ESR-D-RECORD-TYPE
           MOVE STU-ID            TO ESR-D-STUDENT-ID
           MOVE STU-SURNAME       TO ESR-D-SURNAME
           MOVE STU-GIVEN-NAME    TO ESR-D-GIVEN-NAME
           MOVE STU-INITIALS      TO ESR-D-INITIALS
           MOVE STU-DATE-OF-BIRTH TO ESR-D-DATE-OF-BIRTH
           MOVE WS-ES-STATUS-CODE TO ESR-D-STATUS-CODE
           MOVE WS-ES-CREDIT-HOURS TO ESR-D-CREDIT-HOURS
           MOVE WS-ES-TERM-CODE   TO ESR-D-TERM-CODE
           IF WS-HIST-ON-FILE
                   AND ESH-STATUS-CODE = WS-ES-STATUS-CODE
                   AND ESH-TERM-CODE = WS-ES-TERM-CODE
               MOVE ESH-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               SET ESR-D-UNCHANGED TO TRUE
           ELSE
               PERFORM 2350-DATE-THE-CHANGE THRU 2350-EXIT
               SET ESR-D-CHANGED TO TRUE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           MOVE WS-EFFECTIVE-DATE TO ESR-D-EFFECTIVE-DATE
           WRITE ENROLL-REPORT-DETAIL
           ADD 1 TO WS-DETAIL-COUNT
           COMPUTE WS-ID-HASH-TOTAL =
               FUNCTION MOD(WS-ID-HASH-TOTAL + ESR-D-STUDENT-ID,
                   1000000000000)
           EVALUATE TRUE
               WHEN WS-ES-FULL-TIME
                   ADD 1 TO WS-FULL-TIME-COUNT
               WHEN WS-ES-ENROLLED
                   ADD 1 TO WS-PART-TIME-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LEAVER-COUNT
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       2350-DATE-THE-CHANGE.
           IF NOT WS-ES-ENROLLED
               MOVE WS-ES-STATUS-DATE TO WS-EFFECTIVE-DATE
               IF WS-EFFECTIVE-DATE = ZERO
                   MOVE WS-PROCESSING-DATE TO WS-EFFECTIVE-DATE
               END-IF
               GO TO 2350-EXIT
           END-IF
           IF WS-ES-LATEST-ENTRY > WS-LAST-SUBMIT-DATE
                   AND WS-ES-LATEST-ENTRY NOT > WS-PROCESSING-DATE
               MOVE WS-ES-LATEST-ENTRY TO WS-EFFECTIVE-DATE
           ELSE
               MOVE WS-PROCESSING-DATE TO WS-EFFECTIVE-DATE
           END-IF.
       2350-EXIT.
           EXIT.

       2400-SAVE-HISTORY.
           MOVE STU-ID             TO ESH-STUDENT-ID
           MOVE WS-ES-TERM-CODE    TO ESH-TERM-CODE
           MOVE WS-ES-STATUS-CODE  TO ESH-STATUS-CODE
           MOVE WS-ES-CREDIT-HOURS TO ESH-CREDIT-HOURS
           MOVE WS-EFFECTIVE-DATE  TO ESH-EFFECTIVE-DATE
           MOVE WS-PROCESSING-DATE TO ESH-REPORTED-DATE
           IF WS-HIST-ON-FILE
               REWRITE ENROLL-STATUS-HISTORY
           ELSE
               WRITE ENROLL-STATUS-HISTORY
           END-IF.
       2400-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE SPACES TO ENROLL-REPORT-TRAILER
           MOVE 'T' TO ESR-T-RECORD-TYPE
           MOVE WS-DETAIL-COUNT  TO ESR-T-RECORD-COUNT
           MOVE WS-ID-HASH-TOTAL TO ESR-T-ID-HASH-TOTAL
           MOVE WS-CHANGE-COUNT  TO ESR-T-CHANGE-COUNT
           WRITE ENROLL-REPORT-TRAILER
           CLOSE ENROLL-REPORT-FILE
           CLOSE STATUS-HISTORY-FILE
           CLOSE STUDENT-MASTER-FILE
           IF NOT WS-ENROLL-NOTFOUND
               CLOSE ENROLLMENT-MASTER-FILE
           END-IF
           CLOSE COURSE-MASTER-FILE
           OPEN OUTPUT REPORT-CONTROL-FILE
           MOVE WS-PROCESSING-DATE TO ESC-LAST-SUBMIT-DATE
           MOVE WS-ES-TERM-CODE    TO ESC-LAST-TERM-CODE
           WRITE ENROLL-REPORT-CONTROL
           CLOSE REPORT-CONTROL-FILE
           DISPLAY "Students read        : " WS-STUDENTS-READ
           DISPLAY "Details written      : " WS-DETAIL-COUNT
           DISPLAY "  full-time          : " WS-FULL-TIME-COUNT
           DISPLAY "  part-time          : " WS-PART-TIME-COUNT
           DISPLAY "  withdrawn/graduated: " WS-LEAVER-COUNT
           DISPLAY "Status changes       : " WS-CHANGE-COUNT.
       9000-EXIT.
           EXIT.

       COPY ENRSTPA.

       COPY PRCDTPA.

       COPY PARMPA.

       COPY JOBSTAPA.
