      ******************************************************************
      *    PROGRAM-ID: TransferPost
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Posts transfer credit onto the grade history
      *                  file, in the style of GradeLoad.  Each
      *                  transaction names a sending institution and
      *                  its course number; the equivalency table
      *                  (XFREQUIV.DAT) gives the course it is
      *                  accepted as here.  The student must be on
      *                  STUDENT-MASTER, the equivalent course on
      *                  COURSE-MASTER, the term in the SP/SU/FA+year
      *                  form, and the grade earned there at least
      *                  the table's minimum (C when none is set).
      *                  An accepted course posts with grade TR and
      *                  the sending institution - it satisfies
      *                  requirements and prerequisites but carries
      *                  no grade points.  Rejects go to the common
      *                  exception log and set RC 8.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TransferPost.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-TXN-FILE ASSIGN TO "XFERCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

           COPY EQVSEL.

           COPY ERRLGSEL.

           COPY PRCDTSEL.

           COPY JOBSTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  TRANSFER-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY XFRTXN.

       FD  GRADE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GRADHIST.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       COPY EQVFD.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY JOBSTAT.
       COPY PRCDTWS.
       COPY SYSCLOCK.
       COPY EQVWS.

       01  WS-MASTER-STATUS         PIC X(02).

       01  WS-COURSE-STATUS         PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-VALID-SWITCH      PIC X(01) VALUE 'Y'.
               88  WS-XFER-TXN-VALID   VALUE 'Y'.
               88  WS-XFER-TXN-INVALID VALUE 'N'.

       01  WS-GRADE-LETTER          PIC X(01).
           88  WS-GRADE-LETTER-VALID VALUE 'A' 'B' 'C' 'D' 'F'.

       01  WS-GRADE-SIGN            PIC X(01).
           88  WS-GRADE-SIGN-VALID  VALUE '+' '-' ' '.

       01  WS-TERM-SEASON           PIC X(02).
           88  WS-TERM-SEASON-VALID VALUE "SP" "SU" "FA".

       01  WS-TERM-YEAR             PIC X(04).

       01  WS-GRADE-VALUE-WORK.
           05  WS-GV-GRADE          PIC X(02).
           05  WS-GV-VALUE          PIC 9(02).

       01  WS-EARNED-VALUE          PIC 9(02).
       01  WS-DEFAULT-MIN-GRADE     PIC X(02) VALUE "C ".

       01  WS-COUNTERS.
           05  WS-TXNS-READ         PIC 9(07) VALUE ZERO.
           05  WS-CREDITS-POSTED    PIC 9(07) VALUE ZERO.
           05  WS-TXNS-REJECTED     PIC 9(07) VALUE ZERO.

       01  CURRENT-DATE-WS.
           02  CURRENT-YEAR         PIC 9(4).
           02  CURRENT-MONTH        PIC 99.
           02  CURRENT-DAY          PIC 99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-TRANSFER THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-TXNS-READ TO JST-RECORDS-READ
           MOVE WS-CREDITS-POSTED TO JST-RECORDS-WRITTEN
           MOVE WS-TXNS-REJECTED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "TransferPost" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO CURRENT-DATE-WS
           MOVE CURRENT-YEAR   TO WS-SYSTEM-YEAR
           MOVE CURRENT-MONTH  TO WS-SYSTEM-MONTH
           MOVE CURRENT-DAY    TO WS-SYSTEM-DAY
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "XFERPOST" TO ERR-PROGRAM-ID
           OPEN EXTEND ERROR-LOG-FILE
           OPEN INPUT EQUIVALENCY-FILE
           IF WS-EQUIV-NOTFOUND
               DISPLAY "TransferPost - no equivalency table, "
                   "nothing can be posted"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT TRANSFER-TXN-FILE
           OPEN EXTEND GRADE-HISTORY-FILE
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT COURSE-MASTER-FILE
           DISPLAY "TransferPost - posting transfer credit"
           PERFORM 2100-READ-TRANSFER-TXN THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-PROCESS-TRANSFER.
           ADD 1 TO WS-TXNS-READ
           PERFORM 2050-VALIDATE-TRANSFER THRU 2050-EXIT
           IF WS-XFER-TXN-VALID
               PERFORM 2200-WRITE-HISTORY THRU 2200-EXIT
           ELSE
               ADD 1 TO WS-TXNS-REJECTED
           END-IF
           PERFORM 2100-READ-TRANSFER-TXN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-TRANSFER-TXN.
           READ TRANSFER-TXN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2050-VALIDATE-TRANSFER - the GradeLoad edits, then the   *
      *    equivalency and its minimum grade                        *
      *-----------------------------------------------------------*
       2050-VALIDATE-TRANSFER.
           SET WS-XFER-TXN-VALID TO TRUE
           IF XFR-STUDENT-ID NOT NUMERIC
               MOVE "TMPL" TO ERR-CODE
               MOVE "XFR-STUDENT-ID"  TO ERR-FIELD-NAME
               MOVE TRANSFER-TRANSACTION TO ERR-INPUT-DATA
               MOVE "StudentId is not numeric - line misaligned"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               SET WS-XFER-TXN-INVALID TO TRUE
           END-IF
           MOVE XFR-EXTERNAL-GRADE(1:1) TO WS-GRADE-LETTER
           MOVE XFR-EXTERNAL-GRADE(2:1) TO WS-GRADE-SIGN
           IF NOT WS-GRADE-LETTER-VALID OR NOT WS-GRADE-SIGN-VALID
               MOVE "GRDE" TO ERR-CODE
               MOVE "XFR-EXTERNAL-GRADE" TO ERR-FIELD-NAME
               MOVE TRANSFER-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Grade must be A-D or F, optional + or -"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               SET WS-XFER-TXN-INVALID TO TRUE
           END-IF
           MOVE XFR-TERM-CODE(1:2) TO WS-TERM-SEASON
           MOVE XFR-TERM-CODE(3:4) TO WS-TERM-YEAR
           IF NOT WS-TERM-SEASON-VALID OR WS-TERM-YEAR NOT NUMERIC
               MOVE "TERM" TO ERR-CODE
               MOVE "XFR-TERM-CODE"   TO ERR-FIELD-NAME
               MOVE TRANSFER-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Term must be SP/SU/FA plus a 4-digit year"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               SET WS-XFER-TXN-INVALID TO TRUE
           END-IF
           IF WS-XFER-TXN-INVALID
               GO TO 2050-EXIT
           END-IF
           MOVE XFR-STUDENT-ID TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "STUD" TO ERR-CODE
                   MOVE "XFR-STUDENT-ID" TO ERR-FIELD-NAME
                   MOVE TRANSFER-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "StudentId not found on STUDENT-MASTER"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   SET WS-XFER-TXN-INVALID TO TRUE
                   GO TO 2050-EXIT
           END-READ
           MOVE XFR-INSTITUTION     TO EQV-INSTITUTION
           MOVE XFR-EXTERNAL-COURSE TO EQV-EXTERNAL-COURSE
           READ EQUIVALENCY-FILE
               INVALID KEY
                   MOVE "EQVN" TO ERR-CODE
                   MOVE "XFR-EXTERNAL-COURSE" TO ERR-FIELD-NAME
                   MOVE TRANSFER-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "No equivalency on file for this course"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   SET WS-XFER-TXN-INVALID TO TRUE
                   GO TO 2050-EXIT
           END-READ
           MOVE EQV-COURSE-CODE TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "CRSE" TO ERR-CODE
                   MOVE "EQV-COURSE-CODE" TO ERR-FIELD-NAME
                   MOVE TRANSFER-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "Equivalent course not on COURSE-MASTER"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   SET WS-XFER-TXN-INVALID TO TRUE
                   GO TO 2050-EXIT
           END-READ
           MOVE XFR-EXTERNAL-GRADE TO WS-GV-GRADE
           PERFORM 2090-GRADE-VALUE THRU 2090-EXIT
           MOVE WS-GV-VALUE TO WS-EARNED-VALUE
           IF EQV-MIN-GRADE = SPACES
               MOVE WS-DEFAULT-MIN-GRADE TO WS-GV-GRADE
           ELSE
               MOVE EQV-MIN-GRADE TO WS-GV-GRADE
           END-IF
           PERFORM 2090-GRADE-VALUE THRU 2090-EXIT
           IF WS-EARNED-VALUE = ZERO
                   OR WS-EARNED-VALUE < WS-GV-VALUE
               MOVE "XGRD" TO ERR-CODE
               MOVE "XFR-EXTERNAL-GRADE" TO ERR-FIELD-NAME
               MOVE TRANSFER-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Grade below the transfer minimum"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               SET WS-XFER-TXN-INVALID TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2090-GRADE-VALUE - the transcript 4.0 scale times ten,    *
      *    plus/minus worth three tenths, F always zero              *
      *-----------------------------------------------------------*
       2090-GRADE-VALUE.
           EVALUATE WS-GV-GRADE(1:1)
               WHEN 'A' MOVE 40 TO WS-GV-VALUE
               WHEN 'B' MOVE 30 TO WS-GV-VALUE
               WHEN 'C' MOVE 20 TO WS-GV-VALUE
               WHEN 'D' MOVE 10 TO WS-GV-VALUE
               WHEN OTHER MOVE ZERO TO WS-GV-VALUE
           END-EVALUATE
           IF WS-GV-GRADE(1:1) NOT = 'F' AND WS-GV-VALUE > ZERO
               IF WS-GV-GRADE(2:1) = '+' AND WS-GV-VALUE < 40
                   ADD 3 TO WS-GV-VALUE
               END-IF
               IF WS-GV-GRADE(2:1) = '-'
                   SUBTRACT 3 FROM WS-GV-VALUE
               END-IF
           END-IF.
       2090-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-WRITE-HISTORY - TR under our course code, with the  *
      *    sending institution                                      *
      *-----------------------------------------------------------*
       2200-WRITE-HISTORY.
           MOVE XFR-STUDENT-ID  TO GRH-STUDENT-ID
           MOVE EQV-COURSE-CODE TO GRH-COURSE-CODE
           MOVE XFR-TERM-CODE   TO GRH-TERM-CODE
           SET GRH-TRANSFER-CREDIT TO TRUE
           MOVE CURRENT-YEAR    TO GRH-POSTED-YEAR
           MOVE CURRENT-MONTH   TO GRH-POSTED-MONTH
           MOVE CURRENT-DAY     TO GRH-POSTED-DAY
           MOVE ZERO            TO GRH-LAPSE-DATE
           MOVE XFR-INSTITUTION TO GRH-SOURCE-INST
           WRITE GRADE-HISTORY-RECORD
           ADD 1 TO WS-CREDITS-POSTED.
       2200-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ERROR-LOG-FILE
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE TRANSFER-TXN-FILE
           CLOSE GRADE-HISTORY-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE EQUIVALENCY-FILE
           DISPLAY "Transfer transactions read : " WS-TXNS-READ
           DISPLAY "Transfer credits posted    : " WS-CREDITS-POSTED
           DISPLAY "Transactions rejected      : " WS-TXNS-REJECTED
           IF WS-TXNS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY ERRLOGPA.

       COPY PRCDTPA.

       COPY JOBSTAPA.
