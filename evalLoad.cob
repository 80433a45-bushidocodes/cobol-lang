      ******************************************************************
      *    PROGRAM-ID: EvalLoad
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Loads a keyed batch of end-of-term course
      *                  evaluation forms (EVALCAP.DAT) onto the
      *                  accumulated evaluation response file
      *                  (EVALRESP.DAT).  Each form is edited for
      *                  layout, scores of 0-5 with at least one
      *                  question answered, the SP/SU/FA+year term
      *                  convention, the course against COURSE-MASTER
      *                  and, where the term calendar is on file, the
      *                  term against TERM-MASTER.  Rejects go to the
      *                  common exception log and set RETURN-CODE 8.
      *                  No student id is captured or logged.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EvalLoad.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVAL-CAPTURE-FILE ASSIGN TO "EVALCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-STATUS.

           SELECT EVAL-RESPONSE-FILE ASSIGN TO "EVALRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           COPY TERMSEL.

           COPY ERRLGSEL.

           COPY PRCDTSEL.

           COPY JOBSTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  EVAL-CAPTURE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EVALRESP REPLACING LEADING ==EVR== BY ==EVC==
                     ==EVALUATION-RESPONSE== BY ==EVALUATION-CAPTURE==.

       FD  EVAL-RESPONSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EVALRESP.

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       COPY TERMFD.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY JOBSTAT.
       COPY PRCDTWS.
       COPY SYSCLOCK.
       COPY TERMWS.

       01  WS-CAPTURE-STATUS        PIC X(02).
           88  WS-CAPTURE-NOTFOUND  VALUE "35".

       01  WS-COURSE-STATUS         PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-VALID-SWITCH      PIC X(01) VALUE 'Y'.
               88  WS-EVAL-VALID    VALUE 'Y'.
               88  WS-EVAL-INVALID  VALUE 'N'.
           05  WS-NO-TERM-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-NO-TERM-FILE  VALUE 'Y'.
           05  WS-SCORE-SWITCH      PIC X(01).
               88  WS-SCORE-BAD     VALUE 'Y'.

       01  WS-TERM-SEASON           PIC X(02).
           88  WS-TERM-SEASON-VALID VALUE "SP" "SU" "FA".

       01  WS-TERM-YEAR             PIC X(04).

       01  WS-SCORE-SUB             PIC 9(02) COMP VALUE ZERO.
       01  WS-ANSWERED              PIC 9(02) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-FORMS-READ        PIC 9(07) VALUE ZERO.
           05  WS-FORMS-LOADED      PIC 9(07) VALUE ZERO.
           05  WS-FORMS-REJECTED    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-FORM THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-FORMS-READ TO JST-RECORDS-READ
           MOVE WS-FORMS-LOADED TO JST-RECORDS-WRITTEN
           MOVE WS-FORMS-REJECTED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "EvalLoad    " TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROC-YEAR   TO WS-SYSTEM-YEAR
           MOVE WS-PROC-MONTH  TO WS-SYSTEM-MONTH
           MOVE WS-PROC-DAY    TO WS-SYSTEM-DAY
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "EVALLOAD" TO ERR-PROGRAM-ID
           OPEN INPUT EVAL-CAPTURE-FILE
           IF WS-CAPTURE-NOTFOUND
               DISPLAY "EvalLoad - no evaluation capture batch"
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND EVAL-RESPONSE-FILE
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT TERM-MASTER-FILE
           IF WS-TERM-NOTFOUND
               MOVE 'Y' TO WS-NO-TERM-SWITCH
           END-IF
           OPEN EXTEND ERROR-LOG-FILE
           DISPLAY "EvalLoad - loading evaluation forms"
           PERFORM 2100-READ-FORM THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-PROCESS-FORM.
           ADD 1 TO WS-FORMS-READ
           PERFORM 2050-VALIDATE-FORM THRU 2050-EXIT
           IF WS-EVAL-VALID
               PERFORM 2200-WRITE-RESPONSE THRU 2200-EXIT
           ELSE
               ADD 1 TO WS-FORMS-REJECTED
           END-IF
           PERFORM 2100-READ-FORM THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-FORM.
           READ EVAL-CAPTURE-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2050-VALIDATE-FORM - layout and score edits first, then  *
      *    the term convention and the master cross-checks          *
      *-----------------------------------------------------------*
       2050-VALIDATE-FORM.
           SET WS-EVAL-VALID TO TRUE
           IF EVC-SCORES NOT NUMERIC
               MOVE "TMPL" TO ERR-CODE
               MOVE "EVC-SCORES"      TO ERR-FIELD-NAME
               MOVE EVALUATION-CAPTURE TO ERR-INPUT-DATA
               MOVE "Scores are not numeric - line misaligned"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               SET WS-EVAL-INVALID TO TRUE
               GO TO 2050-EXIT
           END-IF
           MOVE 'N' TO WS-SCORE-SWITCH
           MOVE ZERO TO WS-ANSWERED
           MOVE ZERO TO WS-SCORE-SUB
           PERFORM 2060-CHECK-ONE-SCORE THRU 2060-EXIT
               UNTIL WS-SCORE-SUB >= 8
           IF WS-SCORE-BAD OR WS-ANSWERED = ZERO
               MOVE "SCOR" TO ERR-CODE
               MOVE "EVC-SCORES"      TO ERR-FIELD-NAME
               MOVE EVALUATION-CAPTURE TO ERR-INPUT-DATA
               MOVE "Scores must be 1-5, 0 blank, one answered"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               SET WS-EVAL-INVALID TO TRUE
           END-IF
           MOVE EVC-TERM-CODE(1:2) TO WS-TERM-SEASON
           MOVE EVC-TERM-CODE(3:4) TO WS-TERM-YEAR
           IF NOT WS-TERM-SEASON-VALID OR WS-TERM-YEAR NOT NUMERIC
               MOVE "TERM" TO ERR-CODE
               MOVE "EVC-TERM-CODE"   TO ERR-FIELD-NAME
               MOVE EVALUATION-CAPTURE TO ERR-INPUT-DATA
               MOVE "Term must be SP/SU/FA plus a 4-digit year"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               SET WS-EVAL-INVALID TO TRUE
           END-IF
           IF WS-EVAL-VALID AND NOT WS-NO-TERM-FILE
               MOVE EVC-TERM-CODE TO TRM-TERM-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY
                       MOVE "TERM" TO ERR-CODE
                       MOVE "EVC-TERM-CODE" TO ERR-FIELD-NAME
                       MOVE EVALUATION-CAPTURE TO ERR-INPUT-DATA
                       MOVE "Term not found on TERM-MASTER"
                           TO ERR-MESSAGE-TEXT
                       PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                       SET WS-EVAL-INVALID TO TRUE
               END-READ
           END-IF
           IF WS-EVAL-VALID
               MOVE EVC-COURSE-CODE TO CRS-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       MOVE "CRSE" TO ERR-CODE
                       MOVE "EVC-COURSE-CODE" TO ERR-FIELD-NAME
                       MOVE EVALUATION-CAPTURE TO ERR-INPUT-DATA
                       MOVE "CourseCode not found in COURSE-MASTER"
                           TO ERR-MESSAGE-TEXT
                       PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                       SET WS-EVAL-INVALID TO TRUE
               END-READ
           END-IF.
       2050-EXIT.
           EXIT.

       2060-CHECK-ONE-SCORE.
           ADD 1 TO WS-SCORE-SUB
           IF EVC-SCORE (WS-SCORE-SUB) > 5
               MOVE 'Y' TO WS-SCORE-SWITCH
           END-IF
           IF EVC-SCORE (WS-SCORE-SUB) > ZERO
               ADD 1 TO WS-ANSWERED
           END-IF.
       2060-EXIT.
           EXIT.

       2200-WRITE-RESPONSE.
           MOVE EVALUATION-CAPTURE TO EVALUATION-RESPONSE
           WRITE EVALUATION-RESPONSE
           ADD 1 TO WS-FORMS-LOADED.
       2200-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-CAPTURE-NOTFOUND
               GO TO 9000-EXIT
           END-IF
           CLOSE EVAL-CAPTURE-FILE
           CLOSE EVAL-RESPONSE-FILE
           CLOSE COURSE-MASTER-FILE
           IF NOT WS-NO-TERM-FILE
               CLOSE TERM-MASTER-FILE
           END-IF
           CLOSE ERROR-LOG-FILE
           DISPLAY "Evaluation forms read   : " WS-FORMS-READ
           DISPLAY "Forms loaded            : " WS-FORMS-LOADED
           DISPLAY "Forms rejected          : " WS-FORMS-REJECTED
           IF WS-FORMS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY ERRLOGPA.

       COPY PRCDTPA.

       COPY JOBSTAPA.
