      *                  rows is reported, never cleared by default.
      *    MODIFICATION HISTORY:
      *      2026-09-02  DF  Original version.
      *      2026-10-15  DF  Earned credits are now audited too:
      *                      passing grades are totalled by course
      *                      credit hours (each course counted once)
      *                      and checked against the program's
      *                      minimum on the parameter master,
      *                      GRAD_MIN_CREDITS_pppp, falling back to
      *                      GRAD_MIN_CREDITS.  A program with
      *                      neither has no credit minimum.
      *      2026-10-15  DF  Transfer credit (grade TR, posted by
      *                      TransferPost) satisfies a requirement
      *                      at any minimum grade - the minimum was
      *                      applied when the credit was accepted -
      *                      and counts toward earned credits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GraduationAudit.
           SELECT CLEAR-FILE ASSIGN TO "GRADCLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           COPY JOBSTSEL.

           COPY PARMSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATE-FILE
       01  CLEAR-RECORD.
           05  CLR-STUDENT-ID          PIC 9(07).

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       COPY JOBSTFD.
       COPY PARMFD.

       WORKING-STORAGE SECTION.
       COPY JOBSTAT.
       COPY PARMWS.

       01  WS-CANDIDATE-STATUS      PIC X(02).
           88  WS-CANDIDATE-NOTFOUND VALUE "35".
       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-HISTORY-NOTFOUND  VALUE "35".

       01  WS-COURSE-STATUS         PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.

       01  WS-REQ-SUB               PIC 9(03) COMP VALUE ZERO.

       01  WS-MIN-CREDITS-PICK      PIC X(03).
       01  WS-DEFAULT-MIN-CREDITS   PIC 9(03) VALUE ZERO.
       01  WS-MIN-CREDITS           PIC 9(03).
       01  WS-CREDITS-EARNED        PIC 9(04)V9.

      *    Courses already credited for the candidate in hand, so a
      *    repeated course counts its credits once.
       01  WS-CREDITED-TABLE.
           05  WS-CT-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-CT-COURSE-CODE OCCURS 200 TIMES
                                    PIC X(04).

       01  WS-CT-SUB                PIC 9(03) COMP VALUE ZERO.
       01  WS-CT-FOUND-SWITCH       PIC X(01).
           88  WS-CT-FOUND          VALUE 'Y'.

       01  WS-GRADE-VALUE-WORK.
           05  WS-GV-GRADE          PIC X(02).
           05  WS-GV-VALUE          PIC 9(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WRQ-VERDICT          PIC X(10).

       01  WS-CREDIT-DETAIL.
           05  FILLER               PIC X(18) VALUE
               "  credits earned  ".
           05  WCR-EARNED           PIC ZZZ9.9.
           05  FILLER               PIC X(06) VALUE " min  ".
           05  WCR-MINIMUM          PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WCR-VERDICT          PIC X(10).

       01  WS-CLEAR-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WCL-TEXT             PIC X(40).
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 1300-LOAD-REQUIREMENTS THRU 1300-EXIT
           MOVE "GRAD_MIN_CREDITS" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:3) TO WS-MIN-CREDITS-PICK
           IF WS-MIN-CREDITS-PICK NUMERIC
               MOVE WS-MIN-CREDITS-PICK TO WS-DEFAULT-MIN-CREDITS
           END-IF
           IF WS-REQ-COUNT = ZERO
               DISPLAY "GraduationAudit - no requirements table, "
                   "nobody can be cleared"
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT COURSE-MASTER-FILE
           OPEN OUTPUT AUDIT-REPORT-FILE
           OPEN OUTPUT CLEAR-FILE
           DISPLAY "GraduationAudit - auditing candidates"
           MOVE ZERO TO WS-REQ-SUB
           PERFORM 2200-CHECK-ONE-REQ THRU 2200-EXIT
               UNTIL WS-REQ-SUB >= WS-REQ-COUNT
           PERFORM 2500-CHECK-EARNED-CREDITS THRU 2500-EXIT
           IF NOT WS-ANY-REQ-FOUND
               MOVE "no requirements on file for program"
                   TO WCL-TEXT
           IF GRH-STUDENT-ID = CND-STUDENT-ID
                   AND GRH-COURSE-CODE =
                       WS-RQ-REQUIRED-COURSE (WS-REQ-SUB)
               IF GRH-TRANSFER-CREDIT
                   MOVE 'Y' TO WS-REQ-MET-SWITCH
                   GO TO 2350-EXIT
               END-IF
               MOVE GRH-GRADE TO WS-GV-GRADE
               PERFORM 8000-GRADE-VALUE THRU 8000-EXIT
               IF WS-GV-VALUE >= WS-RQ-MIN-VALUE (WS-REQ-SUB)
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-CHECK-EARNED-CREDITS - passing grades totalled by   *
      *    course credit hours against the program minimum; no     *
      *    minimum on the parameter master, no credit line          *
      *-----------------------------------------------------------*
       2500-CHECK-EARNED-CREDITS.
           MOVE WS-DEFAULT-MIN-CREDITS TO WS-MIN-CREDITS
           MOVE SPACES TO WS-PARM-KEY-WANTED
           STRING "GRAD_MIN_CREDITS_" DELIMITED BY SIZE
                  STU-COURSE-CODE DELIMITED BY SIZE
               INTO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:3) TO WS-MIN-CREDITS-PICK
           IF WS-MIN-CREDITS-PICK NUMERIC
               MOVE WS-MIN-CREDITS-PICK TO WS-MIN-CREDITS
           END-IF
           IF WS-MIN-CREDITS = ZERO
               GO TO 2500-EXIT
           END-IF
           MOVE ZERO TO WS-CREDITS-EARNED
           MOVE ZERO TO WS-CT-COUNT
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           OPEN INPUT GRADE-HISTORY-FILE
           IF NOT WS-HISTORY-NOTFOUND
               PERFORM 2550-CREDIT-ONE-GRADE THRU 2550-EXIT
                   UNTIL WS-HIST-END
               CLOSE GRADE-HISTORY-FILE
           END-IF
           MOVE WS-CREDITS-EARNED TO WCR-EARNED
           MOVE WS-MIN-CREDITS TO WCR-MINIMUM
           IF WS-CREDITS-EARNED >= WS-MIN-CREDITS
               MOVE "satisfied" TO WCR-VERDICT
           ELSE
               MOVE "SHORT    " TO WCR-VERDICT
               MOVE 'N' TO WS-ALL-MET-SWITCH
           END-IF
           MOVE WS-CREDIT-DETAIL TO AUDIT-PRINT-LINE
           WRITE AUDIT-PRINT-LINE.
       2500-EXIT.
           EXIT.

       2550-CREDIT-ONE-GRADE.
           READ GRADE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SWITCH
                   GO TO 2550-EXIT
           END-READ
           IF GRH-STUDENT-ID NOT = CND-STUDENT-ID
               GO TO 2550-EXIT
           END-IF
           MOVE GRH-GRADE TO WS-GV-GRADE
           PERFORM 8000-GRADE-VALUE THRU 8000-EXIT
           IF WS-GV-VALUE = ZERO AND NOT GRH-TRANSFER-CREDIT
               GO TO 2550-EXIT
           END-IF
           MOVE 'N' TO WS-CT-FOUND-SWITCH
           MOVE ZERO TO WS-CT-SUB
           PERFORM 2560-SCAN-CREDITED THRU 2560-EXIT
               UNTIL WS-CT-FOUND OR WS-CT-SUB >= WS-CT-COUNT
           IF WS-CT-FOUND OR WS-CT-COUNT >= 200
               GO TO 2550-EXIT
           END-IF
           ADD 1 TO WS-CT-COUNT
           MOVE GRH-COURSE-CODE TO WS-CT-COURSE-CODE (WS-CT-COUNT)
           MOVE GRH-COURSE-CODE TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO CRS-CREDIT-HOURS
           END-READ
           IF CRS-CREDIT-HOURS NUMERIC
               ADD CRS-CREDIT-HOURS TO WS-CREDITS-EARNED
           END-IF.
       2550-EXIT.
           EXIT.

       2560-SCAN-CREDITED.
           ADD 1 TO WS-CT-SUB
           IF WS-CT-COURSE-CODE (WS-CT-SUB) = GRH-COURSE-CODE
               MOVE 'Y' TO WS-CT-FOUND-SWITCH
           END-IF.
       2560-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-GRADE-VALUE - the transcript 4.0 scale times ten,   *
      *    plus/minus worth three tenths; F and I are worth zero    *
           END-IF
           CLOSE CANDIDATE-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE AUDIT-REPORT-FILE
           CLOSE CLEAR-FILE
           DISPLAY "Candidates audited : " WS-CANDIDATES-READ
           EXIT.

       COPY JOBSTAPA.

       COPY PARMPA.
