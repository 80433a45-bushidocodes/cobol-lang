      ******************************************************************
      *    PROGRAM-ID: Commencement
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Commencement run off the graduation audit.
      *                  Every candidate GraduationAudit cleared
      *                  (GRADCLR.DAT) is checked against the
      *                  financial holds (FINHOLD.DAT) - a held
      *                  student neither walks nor gets a diploma,
      *                  and goes to the work queue instead.  Honors
      *                  come off the cumulative GPA over the grade
      *                  history (the transcript scale, credit
      *                  weighted, transfer credit left out) against
      *                  the bands on the parameter master:
      *                  GRAD_HONORS_SUMMA, GRAD_HONORS_MAGNA and
      *                  GRAD_HONORS_CUM, each the GPA times 100.
      *                  Each graduate's diploma goes to DIPLOMA.PRT
      *                  with the full name as held on the master,
      *                  and the student is set to G on the master
      *                  with a STUAUDIT.LOG line, so the registrar
      *                  feed carries the graduation.  The ceremony
      *                  program, by program code and surname, lands
      *                  on CEREMONY.RPT.  A graduate is never
      *                  printed again unless DIPREPR.DAT carries a
      *                  reprint request with a reason; reprints are
      *                  printed after the ceremony pass and every
      *                  diploma, original or reprint, is entered on
      *                  the DIPREG.DAT register.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      *      2026-10-15  DF  A graduate under a directory-
      *                      information block is conferred and gets
      *                      a diploma as usual but is left off the
      *                      published ceremony program; the audit
      *                      image carries the block flag.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    Commencement.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEAR-FILE ASSIGN TO "GRADCLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAR-STATUS.

           SELECT REPRINT-REQUEST-FILE ASSIGN TO "DIPREPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT FINANCIAL-HOLD-FILE ASSIGN TO "FINHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FNH-STUDENT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "STUAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIPLOMA-REGISTER-FILE ASSIGN TO "DIPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIPLOMA-PRINT-FILE ASSIGN TO "DIPLOMA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CEREMONY-REPORT-FILE ASSIGN TO "CEREMONY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "CERESORT.WRK".

           COPY OPERVSEL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           COPY LOCKSEL.
           COPY JRNLSEL.

           COPY PARMSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  CLEAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLEAR-RECORD.
           05  CLR-STUDENT-ID          PIC 9(07).

       FD  REPRINT-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DIPREPR.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  FINANCIAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FINHOLD.

       FD  GRADE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GRADHIST.

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  DIPLOMA-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DIPREG.

       FD  DIPLOMA-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIPLOMA-PRINT-LINE          PIC X(80).

       FD  CEREMONY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CEREMONY-PRINT-LINE         PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-PROGRAM-CODE        PIC X(04).
           05  SRT-SURNAME             PIC X(20).
           05  SRT-GIVEN-NAME          PIC X(15).
           05  SRT-STUDENT-ID          PIC 9(07).
           05  SRT-FULL-NAME           PIC X(40).
           05  SRT-HONORS-CODE         PIC X(01).
           05  SRT-PRIVACY-FLAG        PIC X(01).
               88  SRT-WITHHELD        VALUE 'Y'.

       COPY OPERVFD.
       COPY OPERMAST.

       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY PARMFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.

       COPY OPERVWS.
       COPY LOCKWS.
       COPY JRNLWS.
       COPY PARMWS.

       01  WS-CLEAR-STATUS          PIC X(02).
           88  WS-CLEAR-NOTFOUND    VALUE "35".

       01  WS-REPRINT-STATUS        PIC X(02).
           88  WS-REPRINT-NOTFOUND  VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).
           88  WS-MASTER-NOTFOUND   VALUE "35".

       01  WS-HOLD-STATUS           PIC X(02).
           88  WS-HOLD-NOTFOUND     VALUE "35".

       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-HISTORY-NOTFOUND  VALUE "35".

       01  WS-COURSE-STATUS         PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-RPQ-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-RPQ-END       VALUE 'Y'.
           05  WS-HIST-EOF-SWITCH   PIC X(01).
               88  WS-HIST-END      VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-SORT-END      VALUE 'Y'.
           05  WS-HOLD-SWITCH       PIC X(01) VALUE 'Y'.
               88  WS-HOLD-OPEN     VALUE 'Y'.
           05  WS-ON-HOLD-SWITCH    PIC X(01).
               88  WS-STUDENT-ON-HOLD VALUE 'Y'.
           05  WS-RP-FOUND-SWITCH   PIC X(01).
               88  WS-RP-FOUND      VALUE 'Y'.

       01  WS-OPERATOR-ID           PIC X(08).

      *    Honors bands, GPA on the 4.0 scale; the parameter master
      *    overrides the shop defaults.
       01  WS-HONORS-BANDS.
           05  WS-SUMMA-GPA         PIC 9(01)V99 VALUE 3.90.
           05  WS-MAGNA-GPA         PIC 9(01)V99 VALUE 3.70.
           05  WS-CUM-LAUDE-GPA     PIC 9(01)V99 VALUE 3.50.

       01  WS-BAND-PICK             PIC X(03).
       01  WS-BAND-PICK-NUM REDEFINES WS-BAND-PICK
                                    PIC 9(03).

      *    Reprint requests, loaded once at start of run.
       01  WS-REPRINT-TABLE.
           05  WS-RP-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-RP-ENTRY OCCURS 200 TIMES.
               10  WS-RP-STUDENT-ID     PIC 9(07).
               10  WS-RP-REASON         PIC X(30).
               10  WS-RP-DONE-SWITCH    PIC X(01).
                   88  WS-RP-DONE       VALUE 'Y'.

       01  WS-RP-SUB                PIC 9(03) COMP VALUE ZERO.

       01  WS-GRADE-POINTS          PIC 9(01)V99.
       01  WS-TOTAL-POINTS          PIC 9(05)V99.
       01  WS-COURSE-CREDITS        PIC 9(02)V9.
       01  WS-CREDITS-GRADED        PIC 9(05)V9.
       01  WS-CUM-GPA               PIC 9(01)V99.

       01  WS-HONORS-CODE           PIC X(01).
           88  WS-HONORS-SUMMA      VALUE 'S'.
           88  WS-HONORS-MAGNA      VALUE 'M'.
           88  WS-HONORS-CUM-LAUDE  VALUE 'C'.
           88  WS-HONORS-NONE       VALUE ' '.
       01  WS-HONORS-TEXT           PIC X(20).

       01  WS-FULL-NAME             PIC X(40).
       01  WS-NAME-PTR              PIC 9(02) COMP.
       01  WS-CONFERRED-DATE        PIC 9(08).
       01  WS-REPRINT-REASON        PIC X(30).

       01  WS-CUR-PROGRAM-CODE      PIC X(04).
       01  WS-CUR-PROGRAM-COUNT     PIC 9(05).

      *    Student audit image, per the maintenance program's
      *    layout: id(7) surname(20) given(15) initials(2)
      *    course(4) gender(1) privacy block(1).
       01  WS-BEFORE-IMAGE-AREA.
           05  WS-BI-STUDENT-ID     PIC 9(07).
           05  WS-BI-SURNAME        PIC X(20).
           05  WS-BI-GIVEN-NAME     PIC X(15).
           05  WS-BI-INITIALS       PIC XX.
           05  WS-BI-COURSE-CODE    PIC X(04).
           05  WS-BI-GENDER         PIC X(01).
           05  WS-BI-PRIVACY-BLOCK  PIC X(01).
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CANDIDATES-READ   PIC 9(05) VALUE ZERO.
           05  WS-GRADUATES         PIC 9(05) VALUE ZERO.
           05  WS-REPRINTS          PIC 9(05) VALUE ZERO.
           05  WS-REJECTED          PIC 9(05) VALUE ZERO.
           05  WS-HONORS-AWARDED    PIC 9(05) VALUE ZERO.
           05  WS-NAMES-WITHHELD    PIC 9(05) VALUE ZERO.

       COPY PRIVWS.

       01  WS-CEREMONY-HEADING.
           05  FILLER               PIC X(30) VALUE
               "COMMENCEMENT PROGRAM          ".
           05  WCH-DATE             PIC 9(08).

       01  WS-PROGRAM-HEADING.
           05  FILLER               PIC X(10) VALUE "  Program ".
           05  WCP-PROGRAM-CODE     PIC X(04).

       01  WS-GRADUATE-LINE.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  WCG-FULL-NAME        PIC X(40).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WCG-HONORS-TEXT      PIC X(20).

       01  WS-PROGRAM-TOTAL-LINE.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "Graduates: ".
           05  WCT-COUNT            PIC ZZZZ9.

       01  WS-CEREMONY-TOTAL-LINE.
           05  FILLER               PIC X(22) VALUE
               "  Degrees conferred:  ".
           05  WCX-COUNT            PIC ZZZZ9.

       01  WS-DIPLOMA-TITLE-LINE    PIC X(80) VALUE
           "                             DIPLOMA".

       01  WS-DIPLOMA-CERTIFY-LINE  PIC X(80) VALUE
           "  The Registrar certifies that".

       01  WS-DIPLOMA-NAME-LINE.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WDN-FULL-NAME        PIC X(40).

       01  WS-DIPLOMA-PROGRAM-LINE.
           05  FILLER               PIC X(47) VALUE
               "  has completed the requirements of program    ".
           05  WDP-PROGRAM-CODE     PIC X(04).

       01  WS-DIPLOMA-HONORS-LINE.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WDH-HONORS-TEXT      PIC X(20).

       01  WS-DIPLOMA-DATE-LINE.
           05  FILLER               PIC X(12) VALUE "  Conferred ".
           05  WDD-CONFERRED-DATE   PIC 9(08).

       01  WS-SEPARATOR-LINE        PIC X(40) VALUE ALL "-".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-PROGRAM-CODE
                                    SRT-SURNAME
                                    SRT-GIVEN-NAME
                   INPUT PROCEDURE IS 4000-CONFER-DEGREES
                       THRU 4000-EXIT
                   OUTPUT PROCEDURE IS 5000-PRINT-CEREMONY
                       THRU 5000-EXIT
               PERFORM 6000-PRINT-REPRINTS THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-CANDIDATES-READ TO JST-RECORDS-READ
           COMPUTE JST-RECORDS-WRITTEN = WS-GRADUATES + WS-REPRINTS
           MOVE WS-REJECTED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "Commencement" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           MOVE WS-PROCESSING-DATE TO WS-PVB-AS-OF-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO JST-OPERATOR-ID
           MOVE "COMMENCE" TO ERR-PROGRAM-ID
           OPEN EXTEND ERROR-LOG-FILE
           MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID
           PERFORM 9600-VERIFY-OPERATOR THRU 9600-EXIT
           IF NOT WS-OPERATOR-VALID
               MOVE "AUTH" TO ERR-CODE
               MOVE "WS-OPERATOR-ID" TO ERR-FIELD-NAME
               MOVE WS-OPERATOR-ID TO ERR-INPUT-DATA
               MOVE "Operator not on the operator master"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "Commencement - operator not "
                   "authorized, no diplomas printed"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-HONORS-BANDS THRU 1100-EXIT
           PERFORM 1200-LOAD-REPRINTS THRU 1200-EXIT
           OPEN INPUT CLEAR-FILE
           IF WS-CLEAR-NOTFOUND
               MOVE 'Y' TO WS-EOF-SWITCH
               IF WS-RP-COUNT = ZERO
                   DISPLAY "Commencement - no GRADCLR.DAT and no "
                       "reprints, nothing to do"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           MOVE "Commencement" TO WS-LOCK-PROGRAM-ID
           MOVE "Commencement" TO WS-JRN-PROGRAM-ID
           MOVE "STUMAST " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
               IF NOT WS-CLEAR-NOTFOUND
                   CLOSE CLEAR-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O STUDENT-MASTER-FILE
           IF WS-MASTER-NOTFOUND
               DISPLAY "Commencement - STUDENT-MASTER not found"
               PERFORM 8900-RELEASE-LOCK THRU 8900-EXIT
               IF NOT WS-CLEAR-NOTFOUND
                   CLOSE CLEAR-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FINANCIAL-HOLD-FILE
           IF WS-HOLD-NOTFOUND
               MOVE 'N' TO WS-HOLD-SWITCH
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           OPEN EXTEND DIPLOMA-REGISTER-FILE
           OPEN OUTPUT DIPLOMA-PRINT-FILE
           OPEN OUTPUT CEREMONY-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WCH-DATE
           MOVE WS-CEREMONY-HEADING TO CEREMONY-PRINT-LINE
           WRITE CEREMONY-PRINT-LINE
           DISPLAY "Commencement - conferring degrees".
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-LOAD-HONORS-BANDS - GPA times 100 on the parameter  *
      *    master, e.g. 390 for 3.90; a band not on file keeps the  *
      *    shop default                                             *
      *-----------------------------------------------------------*
       1100-LOAD-HONORS-BANDS.
           MOVE "GRAD_HONORS_SUMMA" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:3) TO WS-BAND-PICK
           IF WS-BAND-PICK NUMERIC
               COMPUTE WS-SUMMA-GPA = WS-BAND-PICK-NUM / 100
           END-IF
           MOVE "GRAD_HONORS_MAGNA" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:3) TO WS-BAND-PICK
           IF WS-BAND-PICK NUMERIC
               COMPUTE WS-MAGNA-GPA = WS-BAND-PICK-NUM / 100
           END-IF
           MOVE "GRAD_HONORS_CUM" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:3) TO WS-BAND-PICK
           IF WS-BAND-PICK NUMERIC
               COMPUTE WS-CUM-LAUDE-GPA = WS-BAND-PICK-NUM / 100
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-REPRINTS.
           OPEN INPUT REPRINT-REQUEST-FILE
           IF WS-REPRINT-NOTFOUND
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LOAD-ONE-REPRINT THRU 1210-EXIT
               UNTIL WS-RPQ-END OR WS-RP-COUNT >= 200
           CLOSE REPRINT-REQUEST-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-REPRINT.
           READ REPRINT-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-RPQ-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ
           ADD 1 TO WS-RP-COUNT
           MOVE DRP-STUDENT-ID TO WS-RP-STUDENT-ID (WS-RP-COUNT)
           MOVE DRP-REASON     TO WS-RP-REASON (WS-RP-COUNT)
           MOVE 'N' TO WS-RP-DONE-SWITCH (WS-RP-COUNT).
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-CONFER-DEGREES - SORT input procedure; one pass of  *
      *    the clear file, a diploma and a ceremony entry for each  *
      *    graduate                                                 *
      *-----------------------------------------------------------*
       4000-CONFER-DEGREES.
           IF WS-CLEAR-NOTFOUND
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-READ-CLEAR THRU 4100-EXIT
           PERFORM 4200-CONFER-ONE THRU 4200-EXIT
               UNTIL WS-END-OF-FILE.
       4000-EXIT.
           EXIT.

       4100-READ-CLEAR.
           READ CLEAR-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       4100-EXIT.
           EXIT.

       4200-CONFER-ONE.
           ADD 1 TO WS-CANDIDATES-READ
           MOVE CLEAR-RECORD TO ERR-INPUT-DATA
           MOVE "CLR-STUDENT-ID" TO ERR-FIELD-NAME
           MOVE CLR-STUDENT-ID TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "STUD" TO ERR-CODE
                   MOVE "Cleared StudentId not on master"
                       TO ERR-MESSAGE-TEXT
                   GO TO 4200-REJECT
           END-READ
           IF STU-STATUS-GRADUATED
               PERFORM 4500-FIND-REPRINT THRU 4500-EXIT
               IF WS-RP-FOUND
      *            Left for the reprint pass, which prints it
      *            against the reason on the request.
                   GO TO 4200-NEXT
               END-IF
               MOVE "DUPL" TO ERR-CODE
               MOVE "Diploma already printed - reprint needs reason"
                   TO ERR-MESSAGE-TEXT
               GO TO 4200-REJECT
           END-IF
           IF NOT STU-STATUS-ACTIVE
               MOVE "STAT" TO ERR-CODE
               MOVE "Student withdrawn or merged, not conferred"
                   TO ERR-MESSAGE-TEXT
               GO TO 4200-REJECT
           END-IF
           PERFORM 4300-CHECK-HOLD THRU 4300-EXIT
           IF WS-STUDENT-ON-HOLD
               MOVE "HOLD" TO ERR-CODE
               MOVE "Financial hold - degree not conferred"
                   TO ERR-MESSAGE-TEXT
               GO TO 4200-REJECT
           END-IF
      *    An original printed today answers any reprint request
      *    filed for the same student.
           PERFORM 4500-FIND-REPRINT THRU 4500-EXIT
           IF WS-RP-FOUND
               MOVE 'Y' TO WS-RP-DONE-SWITCH (WS-RP-SUB)
           END-IF
           PERFORM 7000-CUMULATIVE-GPA THRU 7000-EXIT
           PERFORM 7100-ASSIGN-HONORS THRU 7100-EXIT
           PERFORM 7200-BUILD-FULL-NAME THRU 7200-EXIT
           MOVE WS-PROCESSING-DATE TO WS-CONFERRED-DATE
           PERFORM 7300-PRINT-DIPLOMA THRU 7300-EXIT
           PERFORM 4400-SET-GRADUATED THRU 4400-EXIT
           MOVE SPACES TO WS-REPRINT-REASON
           SET DRG-ORIGINAL TO TRUE
           PERFORM 7400-WRITE-REGISTER THRU 7400-EXIT
           MOVE STU-COURSE-CODE TO SRT-PROGRAM-CODE
           MOVE STU-SURNAME     TO SRT-SURNAME
           MOVE STU-GIVEN-NAME  TO SRT-GIVEN-NAME
           MOVE STU-ID          TO SRT-STUDENT-ID
           MOVE WS-FULL-NAME    TO SRT-FULL-NAME
           MOVE WS-HONORS-CODE  TO SRT-HONORS-CODE
           MOVE STU-PRIVACY-BLOCK TO WS-PVB-BLOCK-FLAG
           MOVE STU-PRIVACY-DATE  TO WS-PVB-BLOCK-DATE
           PERFORM 9490-CHECK-PRIVACY THRU 9490-EXIT
           MOVE WS-PVB-RESULT   TO SRT-PRIVACY-FLAG
           RELEASE SORT-RECORD
           ADD 1 TO WS-GRADUATES
           GO TO 4200-NEXT.
       4200-REJECT.
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           ADD 1 TO WS-REJECTED.
       4200-NEXT.
           PERFORM 4100-READ-CLEAR THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

       4300-CHECK-HOLD.
           MOVE 'N' TO WS-ON-HOLD-SWITCH
           IF NOT WS-HOLD-OPEN
               GO TO 4300-EXIT
           END-IF
           MOVE STU-ID TO FNH-STUDENT-ID
           READ FINANCIAL-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-HOLD-SWITCH
           END-READ.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4400-SET-GRADUATED - G on the master, journalled and     *
      *    audited the way StudentMaintenance does it, so the       *
      *    registrar feed sends the graduation                      *
      *-----------------------------------------------------------*
       4400-SET-GRADUATED.
           MOVE STU-ID          TO WS-BI-STUDENT-ID
           MOVE STU-SURNAME     TO WS-BI-SURNAME
           MOVE STU-GIVEN-NAME  TO WS-BI-GIVEN-NAME
           MOVE STU-INITIALS    TO WS-BI-INITIALS
           MOVE STU-COURSE-CODE TO WS-BI-COURSE-CODE
           MOVE STU-GENDER      TO WS-BI-GENDER
           MOVE STU-PRIVACY-BLOCK TO WS-BI-PRIVACY-BLOCK
           SET STU-STATUS-GRADUATED TO TRUE
           MOVE WS-PROCESSING-DATE TO STU-STATUS-DATE
           REWRITE STUDENT-MASTER-RECORD
           MOVE "STUMAST " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE STU-ID TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE STUDENT-MASTER-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           MOVE WS-SYSTEM-YEAR      TO AUD-YEAR
           MOVE WS-SYSTEM-MONTH     TO AUD-MONTH
           MOVE WS-SYSTEM-DAY       TO AUD-DAY
           MOVE WS-SYSTEM-HOUR      TO AUD-HOUR
           MOVE WS-SYSTEM-MINUTE    TO AUD-MINUTE
           MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID
           MOVE 'G'                 TO AUD-ACTION-CODE
           MOVE STU-ID              TO AUD-STUDENT-ID
           MOVE WS-BEFORE-IMAGE-AREA TO AUD-BEFORE-IMAGE
           MOVE WS-BEFORE-IMAGE-AREA TO AUD-AFTER-IMAGE
           WRITE AUDIT-TRAIL-RECORD.
       4400-EXIT.
           EXIT.

       4500-FIND-REPRINT.
           MOVE 'N' TO WS-RP-FOUND-SWITCH
           MOVE ZERO TO WS-RP-SUB
           PERFORM 4510-SCAN-ONE-REPRINT THRU 4510-EXIT
               UNTIL WS-RP-FOUND OR WS-RP-SUB >= WS-RP-COUNT.
       4500-EXIT.
           EXIT.

       4510-SCAN-ONE-REPRINT.
           ADD 1 TO WS-RP-SUB
           IF WS-RP-STUDENT-ID (WS-RP-SUB) = STU-ID
               MOVE 'Y' TO WS-RP-FOUND-SWITCH
           END-IF.
       4510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-PRINT-CEREMONY - SORT output procedure; graduates   *
      *    by program code, then surname                            *
      *-----------------------------------------------------------*
       5000-PRINT-CEREMONY.
           PERFORM 5100-RETURN-SORTED THRU 5100-EXIT
           PERFORM 5200-PRINT-PROGRAM THRU 5200-EXIT
               UNTIL WS-SORT-END
           MOVE WS-GRADUATES TO WCX-COUNT
           MOVE WS-CEREMONY-TOTAL-LINE TO CEREMONY-PRINT-LINE
           WRITE CEREMONY-PRINT-LINE.
       5000-EXIT.
           EXIT.

       5100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
       5100-EXIT.
           EXIT.

       5200-PRINT-PROGRAM.
           MOVE SRT-PROGRAM-CODE TO WS-CUR-PROGRAM-CODE
           MOVE ZERO TO WS-CUR-PROGRAM-COUNT
           MOVE SPACES TO CEREMONY-PRINT-LINE
           WRITE CEREMONY-PRINT-LINE
           MOVE SRT-PROGRAM-CODE TO WCP-PROGRAM-CODE
           MOVE WS-PROGRAM-HEADING TO CEREMONY-PRINT-LINE
           WRITE CEREMONY-PRINT-LINE
           PERFORM 5300-PRINT-GRADUATE THRU 5300-EXIT
               UNTIL WS-SORT-END
                   OR SRT-PROGRAM-CODE NOT = WS-CUR-PROGRAM-CODE
           MOVE WS-CUR-PROGRAM-COUNT TO WCT-COUNT
           MOVE WS-PROGRAM-TOTAL-LINE TO CEREMONY-PRINT-LINE
           WRITE CEREMONY-PRINT-LINE.
       5200-EXIT.
           EXIT.

       5300-PRINT-GRADUATE.
           IF SRT-WITHHELD
               ADD 1 TO WS-NAMES-WITHHELD
               GO TO 5300-NEXT
           END-IF
           MOVE SRT-HONORS-CODE TO WS-HONORS-CODE
           PERFORM 7150-HONORS-TEXT THRU 7150-EXIT
           MOVE SRT-FULL-NAME TO WCG-FULL-NAME
           MOVE WS-HONORS-TEXT TO WCG-HONORS-TEXT
           MOVE WS-GRADUATE-LINE TO CEREMONY-PRINT-LINE
           WRITE CEREMONY-PRINT-LINE
           ADD 1 TO WS-CUR-PROGRAM-COUNT.
       5300-NEXT.
           PERFORM 5100-RETURN-SORTED THRU 5100-EXIT.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6000-PRINT-REPRINTS - a graduate's diploma again, only   *
      *    against a request carrying a reason                      *
      *-----------------------------------------------------------*
       6000-PRINT-REPRINTS.
           MOVE ZERO TO WS-RP-SUB
           PERFORM 6100-REPRINT-ONE THRU 6100-EXIT
               UNTIL WS-RP-SUB >= WS-RP-COUNT.
       6000-EXIT.
           EXIT.

       6100-REPRINT-ONE.
           ADD 1 TO WS-RP-SUB
           IF WS-RP-DONE (WS-RP-SUB)
               GO TO 6100-EXIT
           END-IF
           MOVE SPACES TO ERR-INPUT-DATA
           MOVE WS-RP-ENTRY (WS-RP-SUB) TO ERR-INPUT-DATA
           MOVE "DRP-STUDENT-ID" TO ERR-FIELD-NAME
           IF WS-RP-REASON (WS-RP-SUB) = SPACES
               MOVE "RSN " TO ERR-CODE
               MOVE "DRP-REASON" TO ERR-FIELD-NAME
               MOVE "Diploma reprint refused - no reason given"
                   TO ERR-MESSAGE-TEXT
               GO TO 6100-REJECT
           END-IF
           MOVE WS-RP-STUDENT-ID (WS-RP-SUB) TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "STUD" TO ERR-CODE
                   MOVE "Reprint StudentId not on master"
                       TO ERR-MESSAGE-TEXT
                   GO TO 6100-REJECT
           END-READ
           IF NOT STU-STATUS-GRADUATED
               MOVE "NGRD" TO ERR-CODE
               MOVE "Reprint refused - student not graduated"
                   TO ERR-MESSAGE-TEXT
               GO TO 6100-REJECT
           END-IF
           PERFORM 4300-CHECK-HOLD THRU 4300-EXIT
           IF WS-STUDENT-ON-HOLD
               MOVE "HOLD" TO ERR-CODE
               MOVE "Financial hold - diploma not reprinted"
                   TO ERR-MESSAGE-TEXT
               GO TO 6100-REJECT
           END-IF
           PERFORM 7000-CUMULATIVE-GPA THRU 7000-EXIT
           PERFORM 7100-ASSIGN-HONORS THRU 7100-EXIT
           PERFORM 7200-BUILD-FULL-NAME THRU 7200-EXIT
           MOVE STU-STATUS-DATE TO WS-CONFERRED-DATE
           PERFORM 7300-PRINT-DIPLOMA THRU 7300-EXIT
           MOVE WS-RP-REASON (WS-RP-SUB) TO WS-REPRINT-REASON
           SET DRG-REPRINT TO TRUE
           PERFORM 7400-WRITE-REGISTER THRU 7400-EXIT
           ADD 1 TO WS-REPRINTS
           GO TO 6100-EXIT.
       6100-REJECT.
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           ADD 1 TO WS-REJECTED.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7000-CUMULATIVE-GPA - the transcript scale over every    *
      *    grade on file, weighted by course credit hours; I, W     *
      *    and transfer credit carry no points                      *
      *-----------------------------------------------------------*
       7000-CUMULATIVE-GPA.
           MOVE ZERO TO WS-TOTAL-POINTS
           MOVE ZERO TO WS-CREDITS-GRADED
           MOVE ZERO TO WS-CUM-GPA
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           OPEN INPUT GRADE-HISTORY-FILE
           IF WS-HISTORY-NOTFOUND
               GO TO 7000-EXIT
           END-IF
           PERFORM 7050-ACCUMULATE-ONE-GRADE THRU 7050-EXIT
               UNTIL WS-HIST-END
           CLOSE GRADE-HISTORY-FILE
           IF WS-CREDITS-GRADED > ZERO
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-TOTAL-POINTS / WS-CREDITS-GRADED
           END-IF.
       7000-EXIT.
           EXIT.

       7050-ACCUMULATE-ONE-GRADE.
           READ GRADE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SWITCH
                   GO TO 7050-EXIT
           END-READ
           IF GRH-STUDENT-ID NOT = STU-ID
               GO TO 7050-EXIT
           END-IF
           IF GRH-TRANSFER-CREDIT
                   OR GRH-GRADE(1:1) = 'I' OR GRH-GRADE(1:1) = 'W'
               GO TO 7050-EXIT
           END-IF
           EVALUATE GRH-GRADE(1:1)
               WHEN 'A' MOVE 4.00 TO WS-GRADE-POINTS
               WHEN 'B' MOVE 3.00 TO WS-GRADE-POINTS
               WHEN 'C' MOVE 2.00 TO WS-GRADE-POINTS
               WHEN 'D' MOVE 1.00 TO WS-GRADE-POINTS
               WHEN OTHER MOVE ZERO TO WS-GRADE-POINTS
           END-EVALUATE
           IF GRH-GRADE(1:1) NOT = 'F'
               IF GRH-GRADE(2:1) = '+'
                       AND WS-GRADE-POINTS < 4.00
                   ADD 0.30 TO WS-GRADE-POINTS
               END-IF
               IF GRH-GRADE(2:1) = '-'
                   SUBTRACT 0.30 FROM WS-GRADE-POINTS
               END-IF
           END-IF
           MOVE GRH-COURSE-CODE TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO CRS-CREDIT-HOURS
           END-READ
           IF CRS-CREDIT-HOURS NUMERIC AND CRS-CREDIT-HOURS > ZERO
               MOVE CRS-CREDIT-HOURS TO WS-COURSE-CREDITS
           ELSE
               MOVE 1 TO WS-COURSE-CREDITS
           END-IF
           COMPUTE WS-TOTAL-POINTS =
               WS-TOTAL-POINTS + (WS-GRADE-POINTS * WS-COURSE-CREDITS)
           ADD WS-COURSE-CREDITS TO WS-CREDITS-GRADED.
       7050-EXIT.
           EXIT.

       7100-ASSIGN-HONORS.
           EVALUATE TRUE
               WHEN WS-CUM-GPA >= WS-SUMMA-GPA
                   SET WS-HONORS-SUMMA TO TRUE
               WHEN WS-CUM-GPA >= WS-MAGNA-GPA
                   SET WS-HONORS-MAGNA TO TRUE
               WHEN WS-CUM-GPA >= WS-CUM-LAUDE-GPA
                   SET WS-HONORS-CUM-LAUDE TO TRUE
               WHEN OTHER
                   SET WS-HONORS-NONE TO TRUE
           END-EVALUATE
           IF NOT WS-HONORS-NONE
               ADD 1 TO WS-HONORS-AWARDED
           END-IF
           PERFORM 7150-HONORS-TEXT THRU 7150-EXIT.
       7100-EXIT.
           EXIT.

       7150-HONORS-TEXT.
           EVALUATE TRUE
               WHEN WS-HONORS-SUMMA
                   MOVE "SUMMA CUM LAUDE" TO WS-HONORS-TEXT
               WHEN WS-HONORS-MAGNA
                   MOVE "MAGNA CUM LAUDE" TO WS-HONORS-TEXT
               WHEN WS-HONORS-CUM-LAUDE
                   MOVE "CUM LAUDE" TO WS-HONORS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-HONORS-TEXT
           END-EVALUATE.
       7150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7200-BUILD-FULL-NAME - given name, initials and surname  *
      *    as held on the master, single-spaced                     *
      *-----------------------------------------------------------*
       7200-BUILD-FULL-NAME.
           MOVE SPACES TO WS-FULL-NAME
           MOVE 1 TO WS-NAME-PTR
           IF STU-GIVEN-NAME NOT = SPACES
               STRING STU-GIVEN-NAME DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                   INTO WS-FULL-NAME WITH POINTER WS-NAME-PTR
           END-IF
           IF STU-INITIALS NOT = SPACES
               STRING STU-INITIALS DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                   INTO WS-FULL-NAME WITH POINTER WS-NAME-PTR
           END-IF
           STRING STU-SURNAME DELIMITED BY "  "
               INTO WS-FULL-NAME WITH POINTER WS-NAME-PTR.
       7200-EXIT.
           EXIT.

       7300-PRINT-DIPLOMA.
           MOVE WS-DIPLOMA-TITLE-LINE TO DIPLOMA-PRINT-LINE
           WRITE DIPLOMA-PRINT-LINE
           MOVE SPACES TO DIPLOMA-PRINT-LINE
           WRITE DIPLOMA-PRINT-LINE
           MOVE WS-DIPLOMA-CERTIFY-LINE TO DIPLOMA-PRINT-LINE
           WRITE DIPLOMA-PRINT-LINE
           MOVE WS-FULL-NAME TO WDN-FULL-NAME
           MOVE WS-DIPLOMA-NAME-LINE TO DIPLOMA-PRINT-LINE
           WRITE DIPLOMA-PRINT-LINE
           MOVE STU-COURSE-CODE TO WDP-PROGRAM-CODE
           MOVE WS-DIPLOMA-PROGRAM-LINE TO DIPLOMA-PRINT-LINE
           WRITE DIPLOMA-PRINT-LINE
           IF NOT WS-HONORS-NONE
               MOVE WS-HONORS-TEXT TO WDH-HONORS-TEXT
               MOVE WS-DIPLOMA-HONORS-LINE TO DIPLOMA-PRINT-LINE
               WRITE DIPLOMA-PRINT-LINE
           END-IF
           MOVE WS-CONFERRED-DATE TO WDD-CONFERRED-DATE
           MOVE WS-DIPLOMA-DATE-LINE TO DIPLOMA-PRINT-LINE
           WRITE DIPLOMA-PRINT-LINE
           MOVE WS-SEPARATOR-LINE TO DIPLOMA-PRINT-LINE
           WRITE DIPLOMA-PRINT-LINE.
       7300-EXIT.
           EXIT.

       7400-WRITE-REGISTER.
           MOVE STU-ID             TO DRG-STUDENT-ID
           MOVE WS-PROCESSING-DATE TO DRG-PRINTED-DATE
           MOVE STU-COURSE-CODE    TO DRG-PROGRAM-CODE
           MOVE WS-HONORS-CODE     TO DRG-HONORS-CODE
           MOVE WS-CUM-GPA         TO DRG-CUM-GPA
           MOVE WS-OPERATOR-ID     TO DRG-OPERATOR-ID
           MOVE WS-REPRINT-REASON  TO DRG-REASON
           WRITE DIPLOMA-REGISTER-RECORD.
       7400-EXIT.
           EXIT.

       8900-RELEASE-LOCK.
           MOVE "STUMAST " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT.
       8900-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ERROR-LOG-FILE
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           IF NOT WS-CLEAR-NOTFOUND
               CLOSE CLEAR-FILE
           END-IF
           CLOSE STUDENT-MASTER-FILE
           IF WS-HOLD-OPEN
               CLOSE FINANCIAL-HOLD-FILE
           END-IF
           CLOSE COURSE-MASTER-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE DIPLOMA-REGISTER-FILE
           CLOSE DIPLOMA-PRINT-FILE
           CLOSE CEREMONY-REPORT-FILE
           PERFORM 8900-RELEASE-LOCK THRU 8900-EXIT
           DISPLAY "Cleared candidates : " WS-CANDIDATES-READ
           DISPLAY "Degrees conferred  : " WS-GRADUATES
           DISPLAY "With honors        : " WS-HONORS-AWARDED
           DISPLAY "Withheld from list : " WS-NAMES-WITHHELD
           DISPLAY "Diplomas reprinted : " WS-REPRINTS
           DISPLAY "Rejected           : " WS-REJECTED
           IF WS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY OPERVRPA.

       COPY ERRLOGPA.

       COPY JOBSTAPA.

       COPY LOCKPA.

       COPY JRNLPA.

       COPY PARMPA.

       COPY PRIVPA.
