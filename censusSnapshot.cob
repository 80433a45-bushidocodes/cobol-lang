      *    DATE-WRITTEN: 2026-09-02
      *    DATE-COMPILED:
      *    REMARKS:      Freezes the official census-date headcount.
      *                  When the processing date is a term's census
      *                  date on the term calendar (or, with no term
      *                  calendar, a term-boundary date on the
      *                  business calendar), every
      *                  ENROLLMENT-MASTER row and every
      *                  COURSE-MASTER seat count is appended to the
      *                  dated census files (CENSENRL.DAT /
      *                  through.
      *    MODIFICATION HISTORY:
      *      2026-09-02  DF  Original version.
      *      2026-10-15  DF  The census date now comes from the term
      *                      calendar (TRM-CENSUS-DATE on TERM-
      *                      MASTER); the business-calendar term-
      *                      boundary flag is only consulted when no
      *                      term calendar exists.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CensusSnapshot.

           COPY BIZCALSL.

           COPY TERMSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.

       COPY PRCDTFD.
       COPY BIZCALFD.
       COPY TERMFD.

       FD  ENROLLMENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY TERMWS.

       01  WS-ENROLL-STATUS         PIC X(02).
           88  WS-ENROLL-NOTFOUND   VALUE "35".
       01  WS-SWITCHES.
           05  WS-CAL-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-CAL-END       VALUE 'Y'.
           05  WS-TERM-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-TERM-END      VALUE 'Y'.
           05  WS-BOUNDARY-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-IS-CENSUS-DATE VALUE 'Y'.
           05  WS-FROZEN-SWITCH     PIC X(01) VALUE 'N'.
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           PERFORM 1050-CHECK-CENSUS-DATE THRU 1050-EXIT
           IF NOT WS-IS-CENSUS-DATE
               DISPLAY "CensusSnapshot - " WS-PROCESSING-DATE
                   " is not a census date, nothing to do"
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-CHECK-ALREADY-FROZEN THRU 1200-EXIT
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1050-CHECK-CENSUS-DATE - is the processing date any      *
      *    term's census date on the term calendar?  Without a      *
      *    term calendar the business calendar decides              *
      *-----------------------------------------------------------*
       1050-CHECK-CENSUS-DATE.
           OPEN INPUT TERM-MASTER-FILE
           IF WS-TERM-NOTFOUND
               PERFORM 1100-CHECK-TERM-BOUNDARY THRU 1100-EXIT
               GO TO 1050-EXIT
           END-IF
           PERFORM 1060-SCAN-ONE-TERM THRU 1060-EXIT
               UNTIL WS-TERM-END OR WS-IS-CENSUS-DATE
           CLOSE TERM-MASTER-FILE.
       1050-EXIT.
           EXIT.

       1060-SCAN-ONE-TERM.
           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TERM-EOF-SWITCH
                   GO TO 1060-EXIT
           END-READ
           IF TRM-CENSUS-DATE = WS-PROCESSING-DATE
               MOVE 'Y' TO WS-BOUNDARY-SWITCH
           END-IF.
       1060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-CHECK-TERM-BOUNDARY - is the processing date a      *
      *    term-boundary record on the business calendar?           *
