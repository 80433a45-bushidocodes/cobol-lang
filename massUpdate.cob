      ******************************************************************
      *    PROGRAM-ID: MassUpdate
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Controlled mass update of STUDENT-MASTER from
      *                  one request (MASSREQ.DAT): students selected
      *                  by course code, term, status, entry-date
      *                  range and/or a StudentId list have their
      *                  course code, term code or date of birth set,
      *                  in place of a MAINTENANCE-TRANSACTION per
      *                  student through StudentMaintenance.  Mode P
      *                  previews the request on MASSUPD.RPT and
      *                  changes nothing; mode E executes it, only
      *                  after a clean preview of the identical
      *                  request and only while the master still
      *                  selects the same number of students; mode R
      *                  reverses an executed request in one step,
      *                  leaving alone any record changed again since.
      *                  Executions and reversals need authority
      *                  level 3 and the operator's confirmation.  A
      *                  request selecting more students than its
      *                  ceiling (MUR-CEILING, never more than
      *                  parameter MASS_UPDATE_MAX, 00500 when not
      *                  set) is refused.  Every changed record goes
      *                  to STUAUDIT.LOG (action U) and the update
      *                  journal, and its whole before and after
      *                  images to MASSUNDO.DAT for the reversal; the
      *                  request's history is kept on MASSCTL.DAT.
      *                  Status changes stay with StudentMaintenance,
      *                  which releases seats; merged students are
      *                  never selected.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MassUpdate.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASS-REQUEST-FILE ASSIGN TO "MASSREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT MASS-CONTROL-FILE ASSIGN TO "MASSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT MASS-UNDO-FILE ASSIGN TO "MASSUNDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNDO-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "STUAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASS-REPORT-FILE ASSIGN TO "MASSUPD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY TERMSEL.

           COPY OPERVSEL.

           COPY PARMSEL.

           COPY ERRLGSEL.

           COPY PRCDTSEL.

           COPY JOBSTSEL.
           COPY LOCKSEL.
           COPY JRNLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  MASS-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY MASSREQ.

       FD  MASS-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY MASSCTL.

       FD  MASS-UNDO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY MASSUNDO.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  MASS-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASS-PRINT-LINE             PIC X(100).

       COPY TERMFD.

       COPY OPERVFD.
       COPY OPERMAST.

       COPY PARMFD.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.
       COPY TERMWS.
       COPY OPERVWS.
       COPY PARMWS.
       COPY LOCKWS.
       COPY JRNLWS.

       01  WS-REQUEST-STATUS        PIC X(02).
           88  WS-REQUEST-NOTFOUND  VALUE "35".

       01  WS-CONTROL-STATUS        PIC X(02).
           88  WS-CONTROL-NOTFOUND  VALUE "35".

       01  WS-UNDO-STATUS           PIC X(02).
           88  WS-UNDO-NOTFOUND     VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).
           88  WS-MASTER-OK         VALUE "00".
           88  WS-MASTER-NOTFOUND   VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01).
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-LOCK-HELD     VALUE 'Y'.
           05  WS-EVER-EXECUTED-SW  PIC X(01) VALUE 'N'.
               88  WS-EVER-EXECUTED VALUE 'Y'.
           05  WS-SELECTED-SWITCH   PIC X(01).
               88  WS-RECORD-SELECTED VALUE 'Y'.
           05  WS-DATE-OK-SWITCH    PIC X(01).
               88  WS-DATE-OK       VALUE 'Y'.
           05  WS-ID-DOB-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-ID-DOB-GIVEN  VALUE 'Y'.

       01  WS-MODE                  PIC X(01).
           88  WS-PREVIEW-MODE      VALUE 'P'.
           88  WS-EXECUTE-MODE      VALUE 'E'.
           88  WS-REVERSE-MODE      VALUE 'R'.

      *    What a pass over the selection does with each student.
       01  WS-PASS-MODE             PIC X(01).
           88  WS-PASS-COUNT        VALUE 'C'.
           88  WS-PASS-LIST         VALUE 'L'.
           88  WS-PASS-APPLY        VALUE 'A'.

       01  WS-OPERATOR-ID           PIC X(08).
       01  WS-CONFIRM-REPLY         PIC X(01).
       01  WS-REQUEST-ID            PIC X(08).
       01  WS-REQUEST-IMAGE         PIC X(80).

       01  WS-REQUEST-HEADER.
           05  WS-RH-SEL-COURSE     PIC X(04).
           05  WS-RH-SEL-TERM       PIC X(06).
           05  WS-RH-SEL-STATUS     PIC X(01).
           05  WS-RH-ENTRY-FROM     PIC X(08).
           05  WS-RH-ENTRY-TO       PIC X(08).
           05  WS-RH-NEW-COURSE     PIC X(04).
           05  WS-RH-NEW-TERM       PIC X(06).
           05  WS-RH-NEW-DOB        PIC X(08).
           05  WS-RH-CEILING        PIC X(05).
           05  WS-RH-REASON         PIC X(30).

       01  WS-ENTRY-FROM            PIC 9(08) VALUE ZERO.
       01  WS-ENTRY-TO              PIC 9(08) VALUE 99999999.
       01  WS-ENTRY-DATE            PIC 9(08).

       01  WS-CEILING-PICK          PIC X(05).
       01  WS-REQUEST-CEILING REDEFINES WS-CEILING-PICK
                                    PIC 9(05).
       01  WS-CEILING               PIC 9(05) VALUE 500.

       01  WS-DATE-TEXT             PIC X(08).
       01  WS-DATE-NUM REDEFINES WS-DATE-TEXT
                                    PIC 9(08).

      *    The StudentId list, each id with its own corrected date
      *    of birth when one is given.
       01  WS-ID-TABLE.
           05  WS-ID-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-ID-ENTRY OCCURS 2000 TIMES.
               10  WS-ID-STUDENT-ID PIC 9(07).
               10  WS-ID-NEW-DOB    PIC X(08).

       01  WS-ID-SUB                PIC 9(05) COMP VALUE ZERO.
       01  WS-ID-MAX                PIC 9(05) COMP VALUE 2000.
       01  WS-ID-LIST-HASH          PIC 9(12) VALUE ZERO.

      *    The request's latest state on the control log.
       01  WS-LAST-CONTROL.
           05  WS-LC-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-LC-FOUND      VALUE 'Y'.
           05  WS-LC-ACTION-CODE    PIC X(01).
               88  WS-LC-PREVIEWED  VALUE 'P'.
               88  WS-LC-EXECUTED   VALUE 'E'.
           05  WS-LC-ACTION-DATE    PIC 9(08).
           05  WS-LC-OPERATOR-ID    PIC X(08).
           05  WS-LC-SELECTED-COUNT PIC 9(05).
           05  WS-LC-ID-LIST-COUNT  PIC 9(05).
           05  WS-LC-ID-LIST-HASH   PIC 9(12).
           05  WS-LC-REQUEST-IMAGE  PIC X(80).

       01  WS-BEFORE-RECORD         PIC X(91).

      *    Audit image of a mass update: the fields it can change,
      *    with the status that selected the student.
       01  WS-MASS-IMAGE-AREA.
           05  WS-MI-STUDENT-ID     PIC 9(07).
           05  WS-MI-SURNAME        PIC X(20).
           05  WS-MI-COURSE-CODE    PIC X(04).
           05  WS-MI-TERM-CODE      PIC X(06).
           05  WS-MI-DATE-OF-BIRTH  PIC X(08).
           05  WS-MI-STATUS-CODE    PIC X(01).
           05  WS-MI-STATUS-DATE    PIC 9(08).
           05  FILLER               PIC X(06) VALUE SPACES.

       01  WS-BEFORE-IMAGE-AREA     PIC X(60).

       01  WS-OLD-VALUES.
           05  WS-OLD-COURSE-CODE   PIC X(04).
           05  WS-OLD-TERM-CODE     PIC X(06).
           05  WS-OLD-DATE-OF-BIRTH PIC X(08).

       01  WS-COUNTERS.
           05  WS-ID-LINES-READ     PIC 9(05) VALUE ZERO.
           05  WS-STUDENTS-READ     PIC 9(07) VALUE ZERO.
           05  WS-SELECTED-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-UNCHANGED-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-NOT-ON-FILE-COUNT PIC 9(05) VALUE ZERO.
           05  WS-CHANGED-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-REVERSED-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-CONFLICT-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-PREVIEW-SELECTED  PIC 9(05) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(13) VALUE "MassUpdate - ".
           05  WHL-MODE-TEXT        PIC X(10).
           05  FILLER               PIC X(09) VALUE " request ".
           05  WHL-REQUEST-ID       PIC X(08).
           05  FILLER               PIC X(04) VALUE " on ".
           05  WHL-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(04) VALUE " by ".
           05  WHL-OPERATOR-ID      PIC X(08).

       01  WS-CRITERIA-LINE.
           05  FILLER               PIC X(15) VALUE "  Select:  crs ".
           05  WCL-SEL-COURSE       PIC X(04).
           05  FILLER               PIC X(06) VALUE " term ".
           05  WCL-SEL-TERM         PIC X(06).
           05  FILLER               PIC X(08) VALUE " status ".
           05  WCL-SEL-STATUS       PIC X(01).
           05  FILLER               PIC X(08) VALUE " entered".
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WCL-ENTRY-FROM       PIC X(08).
           05  FILLER               PIC X(01) VALUE "-".
           05  WCL-ENTRY-TO         PIC X(08).
           05  FILLER               PIC X(06) VALUE " ids ".
           05  WCL-ID-COUNT         PIC ZZZZ9.

       01  WS-CHANGES-LINE.
           05  FILLER               PIC X(15) VALUE "  Set:     crs ".
           05  WGL-NEW-COURSE       PIC X(04).
           05  FILLER               PIC X(06) VALUE " term ".
           05  WGL-NEW-TERM         PIC X(06).
           05  FILLER               PIC X(05) VALUE " dob ".
           05  WGL-NEW-DOB          PIC X(08).
           05  FILLER               PIC X(02) VALUE "  ".
           05  WGL-REASON           PIC X(30).

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(40) VALUE
               "Student  Surname              Crs  New  ".
           05  FILLER               PIC X(50) VALUE
               "Term   New    Birth     New       Note".

       01  WS-DETAIL-LINE.
           05  WDL-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WDL-SURNAME          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-OLD-COURSE       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-NEW-COURSE       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-OLD-TERM         PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-NEW-TERM         PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-OLD-DOB          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WDL-NEW-DOB          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WDL-NOTE             PIC X(24).

       01  WS-SUMMARY-LINE.
           05  WSL-LABEL            PIC X(40).
           05  WSL-COUNT            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN WS-PREVIEW-MODE
                       PERFORM 2000-PREVIEW-REQUEST THRU 2000-EXIT
                   WHEN WS-EXECUTE-MODE
                       PERFORM 3000-EXECUTE-REQUEST THRU 3000-EXIT
                   WHEN WS-REVERSE-MODE
                       PERFORM 4000-REVERSE-REQUEST THRU 4000-EXIT
               END-EVALUATE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-STUDENTS-READ TO JST-RECORDS-READ
           COMPUTE JST-RECORDS-WRITTEN =
               WS-CHANGED-COUNT + WS-REVERSED-COUNT
           MOVE WS-CONFLICT-COUNT TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "MassUpdate  " TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "MASSUPD " TO ERR-PROGRAM-ID
           OPEN EXTEND ERROR-LOG-FILE
           DISPLAY "MassUpdate - student master mass update"
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID
           PERFORM 9600-VERIFY-OPERATOR THRU 9600-EXIT
           IF NOT WS-OPERATOR-VALID
               MOVE "AUTH" TO ERR-CODE
               MOVE "WS-OPERATOR-ID" TO ERR-FIELD-NAME
               MOVE WS-OPERATOR-ID TO ERR-INPUT-DATA
               MOVE "Operator not on the operator master"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "MassUpdate - operator not authorized"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-OPERATOR-ID TO JST-OPERATOR-ID
           DISPLAY "P(review), E(xecute) or R(everse): "
               WITH NO ADVANCING
           ACCEPT WS-MODE
           IF NOT WS-PREVIEW-MODE AND NOT WS-EXECUTE-MODE
                   AND NOT WS-REVERSE-MODE
               DISPLAY "MassUpdate - enter P, E or R"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-PREVIEW-MODE AND WS-OPERATOR-LEVEL < 3
               MOVE "AUTH" TO ERR-CODE
               MOVE "WS-OPERATOR-ID" TO ERR-FIELD-NAME
               MOVE WS-OPERATOR-ID TO ERR-INPUT-DATA
               MOVE "Mass update needs authority level 3"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "MassUpdate - execution and reversal need "
                   "authority level 3"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "MASS_UPDATE_MAX" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           IF WS-PARM-FOUND
               MOVE WS-PARM-VALUE(1:5) TO WS-CEILING-PICK
               IF WS-CEILING-PICK NUMERIC
                       AND WS-REQUEST-CEILING > ZERO
                   MOVE WS-REQUEST-CEILING TO WS-CEILING
               END-IF
           END-IF
           MOVE "MassUpdate  " TO WS-JRN-PROGRAM-ID
           IF WS-REVERSE-MODE
               DISPLAY "Request id to reverse: " WITH NO ADVANCING
               MOVE SPACES TO WS-REQUEST-ID
               ACCEPT WS-REQUEST-ID
               IF WS-REQUEST-ID = SPACES
                   DISPLAY "MassUpdate - no request id given"
                   MOVE 16 TO RETURN-CODE
               END-IF
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-REQUEST THRU 1100-EXIT
           IF RETURN-CODE = ZERO
               PERFORM 1200-EDIT-REQUEST THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-LOAD-REQUEST - the H record, then the StudentId     *
      *    list; the list is hashed so a preview vouches for        *
      *    exactly this list                                        *
      *-----------------------------------------------------------*
       1100-LOAD-REQUEST.
           OPEN INPUT MASS-REQUEST-FILE
           IF WS-REQUEST-NOTFOUND
               DISPLAY "MassUpdate - no MASSREQ.DAT request on hand"
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           READ MASS-REQUEST-FILE
               AT END
                   MOVE SPACES TO MASS-UPDATE-REQUEST
           END-READ
           IF NOT MUR-HEADER OR MUR-REQUEST-ID = SPACES
               DISPLAY "MassUpdate - MASSREQ.DAT must open with an "
                   "H record naming the request"
               CLOSE MASS-REQUEST-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           MOVE MUR-REQUEST-ID  TO WS-REQUEST-ID
           MOVE MUR-HEADER-DATA TO WS-REQUEST-HEADER
           MOVE MUR-HEADER-DATA TO WS-REQUEST-IMAGE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1110-LOAD-ONE-ID THRU 1110-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE MASS-REQUEST-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-ID.
           READ MASS-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ
           ADD 1 TO WS-ID-LINES-READ
           IF NOT MUR-ID-LINE OR MUR-ID-STUDENT-ID NOT NUMERIC
                   OR MUR-REQUEST-ID NOT = WS-REQUEST-ID
               MOVE "MUPD" TO ERR-CODE
               MOVE "MUR-ID-DATA" TO ERR-FIELD-NAME
               MOVE MASS-UPDATE-REQUEST TO ERR-INPUT-DATA
               MOVE "Request line is not an I line of this id"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "MassUpdate - bad request line "
                   WS-ID-LINES-READ
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1110-EXIT
           END-IF
           IF WS-ID-COUNT >= WS-ID-MAX
               DISPLAY "MassUpdate - more than " WS-ID-MAX
                   " StudentIds on the request"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO WS-ID-COUNT
           MOVE MUR-ID-STUDENT-ID TO WS-ID-STUDENT-ID (WS-ID-COUNT)
           MOVE MUR-ID-NEW-DOB    TO WS-ID-NEW-DOB (WS-ID-COUNT)
           ADD WS-ID-STUDENT-ID (WS-ID-COUNT) TO WS-ID-LIST-HASH
           IF MUR-ID-NEW-DOB NUMERIC
               MOVE MUR-ID-NEW-DOB TO WS-DATE-TEXT
               ADD WS-DATE-NUM TO WS-ID-LIST-HASH
           END-IF.
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-EDIT-REQUEST - something to select on, something to *
      *    change, and every new value a good one                   *
      *-----------------------------------------------------------*
       1200-EDIT-REQUEST.
           IF WS-RH-SEL-COURSE = SPACES AND WS-RH-SEL-TERM = SPACES
                   AND WS-RH-SEL-STATUS = SPACE
                   AND WS-RH-ENTRY-FROM = SPACES
                   AND WS-RH-ENTRY-TO = SPACES
                   AND WS-ID-COUNT = ZERO
               DISPLAY "MassUpdate - the request selects on nothing; "
                   "the whole master is not updated this way"
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           IF WS-RH-ENTRY-FROM NOT = SPACES
               IF WS-RH-ENTRY-FROM NOT NUMERIC
                   DISPLAY "MassUpdate - entry-date from must be "
                       "YYYYMMDD"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1200-EXIT
               END-IF
               MOVE WS-RH-ENTRY-FROM TO WS-ENTRY-FROM
           END-IF
           IF WS-RH-ENTRY-TO NOT = SPACES
               IF WS-RH-ENTRY-TO NOT NUMERIC
                   DISPLAY "MassUpdate - entry-date to must be "
                       "YYYYMMDD"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1200-EXIT
               END-IF
               MOVE WS-RH-ENTRY-TO TO WS-ENTRY-TO
           END-IF
           IF WS-RH-NEW-COURSE = SPACES AND WS-RH-NEW-TERM = SPACES
                   AND WS-RH-NEW-DOB = SPACES
               MOVE ZERO TO WS-ID-SUB
               PERFORM 1220-CHECK-ONE-ID-DOB THRU 1220-EXIT
                   UNTIL WS-ID-SUB >= WS-ID-COUNT
                      OR WS-ID-DOB-GIVEN
               IF NOT WS-ID-DOB-GIVEN
                   DISPLAY "MassUpdate - the request changes nothing"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1200-EXIT
               END-IF
           END-IF
           IF WS-RH-NEW-DOB NOT = SPACES
               MOVE WS-RH-NEW-DOB TO WS-DATE-TEXT
               PERFORM 1250-EDIT-BIRTH-DATE THRU 1250-EXIT
               IF NOT WS-DATE-OK
                   DISPLAY "MassUpdate - new date of birth "
                       WS-RH-NEW-DOB " is not a real past date"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1200-EXIT
               END-IF
           END-IF
           MOVE ZERO TO WS-ID-SUB
           PERFORM 1230-EDIT-ONE-ID-DOB THRU 1230-EXIT
               UNTIL WS-ID-SUB >= WS-ID-COUNT
                  OR RETURN-CODE NOT = ZERO
           IF RETURN-CODE NOT = ZERO
               GO TO 1200-EXIT
           END-IF
           IF WS-RH-NEW-TERM NOT = SPACES
               PERFORM 1240-CHECK-NEW-TERM THRU 1240-EXIT
               IF RETURN-CODE NOT = ZERO
                   GO TO 1200-EXIT
               END-IF
           END-IF
           MOVE WS-RH-CEILING TO WS-CEILING-PICK
           IF WS-CEILING-PICK NUMERIC
               IF WS-REQUEST-CEILING > ZERO
                       AND WS-REQUEST-CEILING < WS-CEILING
                   MOVE WS-REQUEST-CEILING TO WS-CEILING
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

       1220-CHECK-ONE-ID-DOB.
           ADD 1 TO WS-ID-SUB
           IF WS-ID-NEW-DOB (WS-ID-SUB) NOT = SPACES
               MOVE 'Y' TO WS-ID-DOB-SWITCH
           END-IF.
       1220-EXIT.
           EXIT.

       1230-EDIT-ONE-ID-DOB.
           ADD 1 TO WS-ID-SUB
           IF WS-ID-NEW-DOB (WS-ID-SUB) = SPACES
               GO TO 1230-EXIT
           END-IF
           MOVE WS-ID-NEW-DOB (WS-ID-SUB) TO WS-DATE-TEXT
           PERFORM 1250-EDIT-BIRTH-DATE THRU 1250-EXIT
           IF NOT WS-DATE-OK
               DISPLAY "MassUpdate - date of birth "
                   WS-ID-NEW-DOB (WS-ID-SUB) " for "
                   WS-ID-STUDENT-ID (WS-ID-SUB)
                   " is not a real past date"
               MOVE 16 TO RETURN-CODE
           END-IF.
       1230-EXIT.
           EXIT.

       1240-CHECK-NEW-TERM.
           OPEN INPUT TERM-MASTER-FILE
           IF WS-TERM-NOTFOUND
               DISPLAY "MassUpdate - no term master to check term "
                   WS-RH-NEW-TERM " against"
               MOVE 16 TO RETURN-CODE
               GO TO 1240-EXIT
           END-IF
           MOVE WS-RH-NEW-TERM TO TRM-TERM-CODE
           READ TERM-MASTER-FILE
               INVALID KEY
                   DISPLAY "MassUpdate - term " WS-RH-NEW-TERM
                       " is not on the term master"
                   MOVE 16 TO RETURN-CODE
           END-READ
           CLOSE TERM-MASTER-FILE.
       1240-EXIT.
           EXIT.

       1250-EDIT-BIRTH-DATE.
           MOVE 'N' TO WS-DATE-OK-SWITCH
           IF WS-DATE-TEXT NOT NUMERIC
               GO TO 1250-EXIT
           END-IF
           IF WS-DATE-NUM < 19000101
                   OR WS-DATE-NUM > WS-PROCESSING-DATE
               GO TO 1250-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = ZERO
               GO TO 1250-EXIT
           END-IF
           MOVE 'Y' TO WS-DATE-OK-SWITCH.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-FIND-REQUEST-STATE - the latest control record for  *
      *    the request id is its state                              *
      *-----------------------------------------------------------*
       1300-FIND-REQUEST-STATE.
           MOVE 'N' TO WS-LC-FOUND-SW
           MOVE 'N' TO WS-EVER-EXECUTED-SW
           OPEN INPUT MASS-CONTROL-FILE
           IF WS-CONTROL-NOTFOUND
               GO TO 1300-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1310-READ-ONE-CONTROL THRU 1310-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE MASS-CONTROL-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-ONE-CONTROL.
           READ MASS-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 1310-EXIT
           END-READ
           IF MUC-REQUEST-ID NOT = WS-REQUEST-ID
               GO TO 1310-EXIT
           END-IF
           MOVE 'Y' TO WS-LC-FOUND-SW
           MOVE MUC-ACTION-CODE    TO WS-LC-ACTION-CODE
           MOVE MUC-ACTION-DATE    TO WS-LC-ACTION-DATE
           MOVE MUC-OPERATOR-ID    TO WS-LC-OPERATOR-ID
           MOVE MUC-SELECTED-COUNT TO WS-LC-SELECTED-COUNT
           MOVE MUC-ID-LIST-COUNT  TO WS-LC-ID-LIST-COUNT
           MOVE MUC-ID-LIST-HASH   TO WS-LC-ID-LIST-HASH
           MOVE MUC-REQUEST-IMAGE  TO WS-LC-REQUEST-IMAGE
           IF MUC-EXECUTED
               MOVE 'Y' TO WS-EVER-EXECUTED-SW
           END-IF.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-PREVIEW-REQUEST - lists every student the request   *
      *    would change; nothing is updated                         *
      *-----------------------------------------------------------*
       2000-PREVIEW-REQUEST.
           PERFORM 1300-FIND-REQUEST-STATE THRU 1300-EXIT
           IF WS-EVER-EXECUTED
               DISPLAY "MassUpdate - request " WS-REQUEST-ID
                   " has already been executed; give the new "
                   "request an id of its own"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-MASTER-NOTFOUND
               DISPLAY "MassUpdate - STUDENT-MASTER not found"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT MASS-REPORT-FILE
           MOVE "PREVIEW" TO WHL-MODE-TEXT
           PERFORM 8000-PRINT-HEADING THRU 8000-EXIT
           SET WS-PASS-LIST TO TRUE
           PERFORM 5000-SELECTION-PASS THRU 5000-EXIT
           CLOSE STUDENT-MASTER-FILE
           PERFORM 8100-PRINT-COUNTS THRU 8100-EXIT
           MOVE SPACES TO MASS-CONTROL-RECORD
           SET MUC-PREVIEWED TO TRUE
           MOVE SPACES TO MASS-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-SELECTED-COUNT > WS-CEILING
                   SET MUC-REFUSED TO TRUE
                   STRING "REFUSED - more than the ceiling of "
                          WS-CEILING " students"
                       DELIMITED BY SIZE INTO MASS-PRINT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SELECTED-COUNT = ZERO
                   SET MUC-REFUSED TO TRUE
                   MOVE "Nothing to change - not executable"
                       TO MASS-PRINT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   STRING "Preview complete - may be executed "
                          "(mode E) by a level 3 operator"
                       DELIMITED BY SIZE INTO MASS-PRINT-LINE
           END-EVALUATE
           WRITE MASS-PRINT-LINE
           CLOSE MASS-REPORT-FILE
           PERFORM 8200-WRITE-CONTROL THRU 8200-EXIT
           DISPLAY "MassUpdate - " WS-SELECTED-COUNT
               " students would change, ceiling " WS-CEILING
               ", listed on MASSUPD.RPT".
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-EXECUTE-REQUEST - only the request just previewed,  *
      *    and only while the master selects what the preview did   *
      *-----------------------------------------------------------*
       3000-EXECUTE-REQUEST.
           PERFORM 1300-FIND-REQUEST-STATE THRU 1300-EXIT
           IF NOT WS-LC-FOUND OR NOT WS-LC-PREVIEWED
               DISPLAY "MassUpdate - request " WS-REQUEST-ID
                   " has no clean preview to execute; run mode P"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           IF WS-LC-REQUEST-IMAGE NOT = WS-REQUEST-IMAGE
                   OR WS-LC-ID-LIST-COUNT NOT = WS-ID-COUNT
                   OR WS-LC-ID-LIST-HASH NOT = WS-ID-LIST-HASH
               DISPLAY "MassUpdate - request " WS-REQUEST-ID
                   " has changed since its preview; run mode P"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-LC-SELECTED-COUNT TO WS-PREVIEW-SELECTED
           DISPLAY "Request " WS-REQUEST-ID " previewed "
               WS-LC-ACTION-DATE " by " WS-LC-OPERATOR-ID ": "
               WS-PREVIEW-SELECTED " students"
           DISPLAY "Apply it to STUDENT-MASTER (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-REPLY
           IF WS-CONFIRM-REPLY NOT = 'Y'
               DISPLAY "MassUpdate - cancelled by operator"
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 8300-TAKE-MASTER-LOCK THRU 8300-EXIT
           IF RETURN-CODE NOT = ZERO
               GO TO 3000-EXIT
           END-IF
           OPEN I-O STUDENT-MASTER-FILE
           IF WS-MASTER-NOTFOUND
               DISPLAY "MassUpdate - STUDENT-MASTER not found"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           SET WS-PASS-COUNT TO TRUE
           PERFORM 5000-SELECTION-PASS THRU 5000-EXIT
           IF WS-SELECTED-COUNT NOT = WS-PREVIEW-SELECTED
               DISPLAY "MassUpdate - the master now selects "
                   WS-SELECTED-COUNT " students, not the "
                   WS-PREVIEW-SELECTED " previewed; run mode P"
               CLOSE STUDENT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           OPEN EXTEND AUDIT-TRAIL-FILE
           OPEN EXTEND MASS-UNDO-FILE
           IF WS-UNDO-NOTFOUND
               OPEN OUTPUT MASS-UNDO-FILE
           END-IF
           OPEN OUTPUT MASS-REPORT-FILE
           MOVE "EXECUTION" TO WHL-MODE-TEXT
           PERFORM 8000-PRINT-HEADING THRU 8000-EXIT
           SET WS-PASS-APPLY TO TRUE
           PERFORM 5000-SELECTION-PASS THRU 5000-EXIT
           CLOSE STUDENT-MASTER-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE MASS-UNDO-FILE
           PERFORM 8100-PRINT-COUNTS THRU 8100-EXIT
           MOVE "Students changed" TO WSL-LABEL
           MOVE WS-CHANGED-COUNT TO WSL-COUNT
           WRITE MASS-PRINT-LINE FROM WS-SUMMARY-LINE
           CLOSE MASS-REPORT-FILE
           MOVE SPACES TO MASS-CONTROL-RECORD
           SET MUC-EXECUTED TO TRUE
           PERFORM 8200-WRITE-CONTROL THRU 8200-EXIT
           DISPLAY "MassUpdate - request " WS-REQUEST-ID " applied to "
               WS-CHANGED-COUNT " students".
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-REVERSE-REQUEST - every record the request changed  *
      *    and nothing has touched since goes back as it was        *
      *-----------------------------------------------------------*
       4000-REVERSE-REQUEST.
           PERFORM 1300-FIND-REQUEST-STATE THRU 1300-EXIT
           IF NOT WS-LC-FOUND OR NOT WS-LC-EXECUTED
               DISPLAY "MassUpdate - request " WS-REQUEST-ID
                   " is not an executed request"
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE WS-LC-REQUEST-IMAGE TO WS-REQUEST-HEADER
           MOVE WS-LC-REQUEST-IMAGE TO WS-REQUEST-IMAGE
           MOVE WS-LC-ID-LIST-COUNT TO WS-ID-COUNT
           MOVE WS-LC-ID-LIST-HASH  TO WS-ID-LIST-HASH
           DISPLAY "Request " WS-REQUEST-ID " executed "
               WS-LC-ACTION-DATE " by " WS-LC-OPERATOR-ID
           DISPLAY "Reverse it on STUDENT-MASTER (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-REPLY
           IF WS-CONFIRM-REPLY NOT = 'Y'
               DISPLAY "MassUpdate - cancelled by operator"
               MOVE 4 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           OPEN INPUT MASS-UNDO-FILE
           IF WS-UNDO-NOTFOUND
               DISPLAY "MassUpdate - MASSUNDO.DAT not found, "
                   "nothing to reverse from"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           PERFORM 8300-TAKE-MASTER-LOCK THRU 8300-EXIT
           IF RETURN-CODE NOT = ZERO
               CLOSE MASS-UNDO-FILE
               GO TO 4000-EXIT
           END-IF
           OPEN I-O STUDENT-MASTER-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           OPEN OUTPUT MASS-REPORT-FILE
           MOVE "REVERSAL" TO WHL-MODE-TEXT
           PERFORM 8000-PRINT-HEADING THRU 8000-EXIT
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 4100-REVERSE-ONE-STUDENT THRU 4100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE MASS-UNDO-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE AUDIT-TRAIL-FILE
           MOVE SPACES TO MASS-PRINT-LINE
           WRITE MASS-PRINT-LINE
           MOVE "Students put back" TO WSL-LABEL
           MOVE WS-REVERSED-COUNT TO WSL-COUNT
           WRITE MASS-PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE "Changed since - left as they stand" TO WSL-LABEL
           MOVE WS-CONFLICT-COUNT TO WSL-COUNT
           WRITE MASS-PRINT-LINE FROM WS-SUMMARY-LINE
           CLOSE MASS-REPORT-FILE
           MOVE SPACES TO MASS-CONTROL-RECORD
           SET MUC-REVERSED TO TRUE
           MOVE WS-REVERSED-COUNT TO WS-CHANGED-COUNT
           MOVE WS-LC-SELECTED-COUNT TO WS-SELECTED-COUNT
           PERFORM 8200-WRITE-CONTROL THRU 8200-EXIT
           MOVE ZERO TO WS-CHANGED-COUNT
           IF WS-CONFLICT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "MassUpdate - request " WS-REQUEST-ID
               " reversed on " WS-REVERSED-COUNT " students, "
               WS-CONFLICT-COUNT " changed since and left".
       4000-EXIT.
           EXIT.

       4100-REVERSE-ONE-STUDENT.
           READ MASS-UNDO-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ
           IF MUU-REQUEST-ID NOT = WS-REQUEST-ID
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-STUDENTS-READ
           MOVE MUU-STUDENT-ID TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO STUDENT-MASTER-RECORD
                   MOVE MUU-STUDENT-ID TO STU-ID
           END-READ
           IF STUDENT-MASTER-RECORD NOT = MUU-AFTER-IMAGE
               ADD 1 TO WS-CONFLICT-COUNT
               PERFORM 6100-SAVE-BEFORE THRU 6100-EXIT
               MOVE MUU-AFTER-IMAGE TO STUDENT-MASTER-RECORD
               MOVE "CHANGED SINCE - LEFT" TO WDL-NOTE
               PERFORM 8400-PRINT-DETAIL THRU 8400-EXIT
               GO TO 4100-EXIT
           END-IF
           PERFORM 6100-SAVE-BEFORE THRU 6100-EXIT
           MOVE MUU-BEFORE-IMAGE TO STUDENT-MASTER-RECORD
           REWRITE STUDENT-MASTER-RECORD
           IF NOT WS-MASTER-OK
               ADD 1 TO WS-CONFLICT-COUNT
               MOVE "REWRITE FAILED" TO WDL-NOTE
               PERFORM 8400-PRINT-DETAIL THRU 8400-EXIT
               GO TO 4100-EXIT
           END-IF
           PERFORM 6200-RECORD-CHANGE THRU 6200-EXIT
           ADD 1 TO WS-REVERSED-COUNT
           MOVE "PUT BACK" TO WDL-NOTE
           PERFORM 8400-PRINT-DETAIL THRU 8400-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-SELECTION-PASS - the StudentId list when there is   *
      *    one, otherwise the whole master in key order             *
      *-----------------------------------------------------------*
       5000-SELECTION-PASS.
           MOVE ZERO TO WS-SELECTED-COUNT
           MOVE ZERO TO WS-UNCHANGED-COUNT
           MOVE ZERO TO WS-NOT-ON-FILE-COUNT
           IF WS-ID-COUNT > ZERO
               MOVE ZERO TO WS-ID-SUB
               PERFORM 5100-SELECT-LISTED-ID THRU 5100-EXIT
                   UNTIL WS-ID-SUB >= WS-ID-COUNT
               GO TO 5000-EXIT
           END-IF
           MOVE ZERO TO STU-ID
           START STUDENT-MASTER-FILE KEY IS NOT LESS THAN STU-ID
               INVALID KEY
                   GO TO 5000-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 5200-SELECT-NEXT-STUDENT THRU 5200-EXIT
               UNTIL WS-END-OF-FILE.
       5000-EXIT.
           EXIT.

       5100-SELECT-LISTED-ID.
           ADD 1 TO WS-ID-SUB
           MOVE WS-ID-STUDENT-ID (WS-ID-SUB) TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
                   IF WS-PASS-LIST
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE WS-ID-STUDENT-ID (WS-ID-SUB)
                           TO WDL-STUDENT-ID
                       MOVE "NOT ON FILE" TO WDL-NOTE
                       WRITE MASS-PRINT-LINE FROM WS-DETAIL-LINE
                   END-IF
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-STUDENTS-READ
           PERFORM 5300-JUDGE-STUDENT THRU 5300-EXIT.
       5100-EXIT.
           EXIT.

       5200-SELECT-NEXT-STUDENT.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 5200-EXIT
           END-READ
           ADD 1 TO WS-STUDENTS-READ
           PERFORM 5300-JUDGE-STUDENT THRU 5300-EXIT.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5300-JUDGE-STUDENT - on the selection and changed by the *
      *    request; a student already as the request asks is        *
      *    counted but not touched                                  *
      *-----------------------------------------------------------*
       5300-JUDGE-STUDENT.
           PERFORM 5400-CHECK-SELECTION THRU 5400-EXIT
           IF NOT WS-RECORD-SELECTED
               GO TO 5300-EXIT
           END-IF
           MOVE STUDENT-MASTER-RECORD TO WS-BEFORE-RECORD
           PERFORM 6100-SAVE-BEFORE THRU 6100-EXIT
           IF WS-RH-NEW-COURSE NOT = SPACES
               MOVE WS-RH-NEW-COURSE TO STU-COURSE-CODE
           END-IF
           IF WS-RH-NEW-TERM NOT = SPACES
               MOVE WS-RH-NEW-TERM TO STU-TERM-CODE
           END-IF
           IF WS-RH-NEW-DOB NOT = SPACES
               MOVE WS-RH-NEW-DOB TO STU-DATE-OF-BIRTH
           END-IF
           IF WS-ID-COUNT > ZERO
               IF WS-ID-NEW-DOB (WS-ID-SUB) NOT = SPACES
                   MOVE WS-ID-NEW-DOB (WS-ID-SUB)
                       TO STU-DATE-OF-BIRTH
               END-IF
           END-IF
           IF STUDENT-MASTER-RECORD = WS-BEFORE-RECORD
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 5300-EXIT
           END-IF
           ADD 1 TO WS-SELECTED-COUNT
           EVALUATE TRUE
               WHEN WS-PASS-LIST
                   MOVE SPACES TO WDL-NOTE
                   PERFORM 8400-PRINT-DETAIL THRU 8400-EXIT
               WHEN WS-PASS-APPLY
                   PERFORM 6000-APPLY-CHANGE THRU 6000-EXIT
               WHEN OTHER
                   MOVE WS-BEFORE-RECORD TO STUDENT-MASTER-RECORD
           END-EVALUATE.
       5300-EXIT.
           EXIT.

       5400-CHECK-SELECTION.
           MOVE 'N' TO WS-SELECTED-SWITCH
           IF STU-STATUS-MERGED
               GO TO 5400-EXIT
           END-IF
           IF WS-RH-SEL-COURSE NOT = SPACES
                   AND STU-COURSE-CODE NOT = WS-RH-SEL-COURSE
               GO TO 5400-EXIT
           END-IF
           IF WS-RH-SEL-TERM NOT = SPACES
                   AND STU-TERM-CODE NOT = WS-RH-SEL-TERM
               GO TO 5400-EXIT
           END-IF
           IF WS-RH-SEL-STATUS = 'A'
               IF NOT STU-STATUS-ACTIVE
                   GO TO 5400-EXIT
               END-IF
           ELSE
               IF WS-RH-SEL-STATUS NOT = SPACE
                       AND STU-STATUS-CODE NOT = WS-RH-SEL-STATUS
                   GO TO 5400-EXIT
               END-IF
           END-IF
           IF WS-RH-ENTRY-FROM NOT = SPACES
                   OR WS-RH-ENTRY-TO NOT = SPACES
               IF STU-ENTRY-DATE NOT NUMERIC
                   GO TO 5400-EXIT
               END-IF
               MOVE STU-ENTRY-DATE TO WS-ENTRY-DATE
               IF WS-ENTRY-DATE < WS-ENTRY-FROM
                       OR WS-ENTRY-DATE > WS-ENTRY-TO
                   GO TO 5400-EXIT
               END-IF
           END-IF
           MOVE 'Y' TO WS-SELECTED-SWITCH.
       5400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6000-APPLY-CHANGE - rewrite, journal, audit, and keep    *
      *    both whole images for the reversal                       *
      *-----------------------------------------------------------*
       6000-APPLY-CHANGE.
           REWRITE STUDENT-MASTER-RECORD
           IF NOT WS-MASTER-OK
               MOVE "REWRITE FAILED" TO WDL-NOTE
               PERFORM 8400-PRINT-DETAIL THRU 8400-EXIT
               ADD 1 TO WS-CONFLICT-COUNT
               GO TO 6000-EXIT
           END-IF
           PERFORM 6200-RECORD-CHANGE THRU 6200-EXIT
           MOVE SPACES TO MASS-UNDO-RECORD
           MOVE WS-REQUEST-ID         TO MUU-REQUEST-ID
           MOVE STU-ID                TO MUU-STUDENT-ID
           MOVE WS-BEFORE-RECORD      TO MUU-BEFORE-IMAGE
           MOVE STUDENT-MASTER-RECORD TO MUU-AFTER-IMAGE
           WRITE MASS-UNDO-RECORD
           ADD 1 TO WS-CHANGED-COUNT
           MOVE "CHANGED" TO WDL-NOTE
           PERFORM 8400-PRINT-DETAIL THRU 8400-EXIT.
       6000-EXIT.
           EXIT.

       6100-SAVE-BEFORE.
           MOVE STU-COURSE-CODE   TO WS-OLD-COURSE-CODE
           MOVE STU-TERM-CODE     TO WS-OLD-TERM-CODE
           MOVE STU-DATE-OF-BIRTH TO WS-OLD-DATE-OF-BIRTH
           MOVE STU-ID            TO WS-MI-STUDENT-ID
           MOVE STU-SURNAME       TO WS-MI-SURNAME
           MOVE STU-COURSE-CODE   TO WS-MI-COURSE-CODE
           MOVE STU-TERM-CODE     TO WS-MI-TERM-CODE
           MOVE STU-DATE-OF-BIRTH TO WS-MI-DATE-OF-BIRTH
           MOVE STU-STATUS-CODE   TO WS-MI-STATUS-CODE
           MOVE STU-STATUS-DATE   TO WS-MI-STATUS-DATE
           MOVE WS-MASS-IMAGE-AREA TO WS-BEFORE-IMAGE-AREA.
       6100-EXIT.
           EXIT.

       6200-RECORD-CHANGE.
           MOVE "STUMAST " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE STU-ID TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE STUDENT-MASTER-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           MOVE STU-ID            TO WS-MI-STUDENT-ID
           MOVE STU-SURNAME       TO WS-MI-SURNAME
           MOVE STU-COURSE-CODE   TO WS-MI-COURSE-CODE
           MOVE STU-TERM-CODE     TO WS-MI-TERM-CODE
           MOVE STU-DATE-OF-BIRTH TO WS-MI-DATE-OF-BIRTH
           MOVE STU-STATUS-CODE   TO WS-MI-STATUS-CODE
           MOVE STU-STATUS-DATE   TO WS-MI-STATUS-DATE
           MOVE WS-SYSTEM-YEAR      TO AUD-YEAR
           MOVE WS-SYSTEM-MONTH     TO AUD-MONTH
           MOVE WS-SYSTEM-DAY       TO AUD-DAY
           MOVE WS-SYSTEM-HOUR      TO AUD-HOUR
           MOVE WS-SYSTEM-MINUTE    TO AUD-MINUTE
           MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID
           MOVE 'U'                 TO AUD-ACTION-CODE
           MOVE STU-ID              TO AUD-STUDENT-ID
           MOVE WS-BEFORE-IMAGE-AREA TO AUD-BEFORE-IMAGE
           MOVE WS-MASS-IMAGE-AREA  TO AUD-AFTER-IMAGE
           WRITE AUDIT-TRAIL-RECORD.
       6200-EXIT.
           EXIT.

       8000-PRINT-HEADING.
           MOVE WS-REQUEST-ID      TO WHL-REQUEST-ID
           MOVE WS-PROCESSING-DATE TO WHL-RUN-DATE
           MOVE WS-OPERATOR-ID     TO WHL-OPERATOR-ID
           WRITE MASS-PRINT-LINE FROM WS-HEADING-LINE
           MOVE WS-RH-SEL-COURSE   TO WCL-SEL-COURSE
           MOVE WS-RH-SEL-TERM     TO WCL-SEL-TERM
           MOVE WS-RH-SEL-STATUS   TO WCL-SEL-STATUS
           MOVE WS-RH-ENTRY-FROM   TO WCL-ENTRY-FROM
           MOVE WS-RH-ENTRY-TO     TO WCL-ENTRY-TO
           MOVE WS-ID-COUNT        TO WCL-ID-COUNT
           WRITE MASS-PRINT-LINE FROM WS-CRITERIA-LINE
           MOVE WS-RH-NEW-COURSE   TO WGL-NEW-COURSE
           MOVE WS-RH-NEW-TERM     TO WGL-NEW-TERM
           MOVE WS-RH-NEW-DOB      TO WGL-NEW-DOB
           MOVE WS-RH-REASON       TO WGL-REASON
           WRITE MASS-PRINT-LINE FROM WS-CHANGES-LINE
           MOVE SPACES TO MASS-PRINT-LINE
           WRITE MASS-PRINT-LINE
           WRITE MASS-PRINT-LINE FROM WS-COLUMN-LINE.
       8000-EXIT.
           EXIT.

       8100-PRINT-COUNTS.
           MOVE SPACES TO MASS-PRINT-LINE
           WRITE MASS-PRINT-LINE
           MOVE "Students selected for change" TO WSL-LABEL
           MOVE WS-SELECTED-COUNT TO WSL-COUNT
           WRITE MASS-PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE "Selected but already as requested" TO WSL-LABEL
           MOVE WS-UNCHANGED-COUNT TO WSL-COUNT
           WRITE MASS-PRINT-LINE FROM WS-SUMMARY-LINE
           IF WS-ID-COUNT > ZERO
               MOVE "Listed StudentIds not on file" TO WSL-LABEL
               MOVE WS-NOT-ON-FILE-COUNT TO WSL-COUNT
               WRITE MASS-PRINT-LINE FROM WS-SUMMARY-LINE
           END-IF
           MOVE "Record-count ceiling" TO WSL-LABEL
           MOVE WS-CEILING TO WSL-COUNT
           WRITE MASS-PRINT-LINE FROM WS-SUMMARY-LINE.
       8100-EXIT.
           EXIT.

       8200-WRITE-CONTROL.
           MOVE WS-REQUEST-ID      TO MUC-REQUEST-ID
           MOVE WS-PROCESSING-DATE TO MUC-ACTION-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE WS-SYSTEM-TIME(1:6) TO MUC-ACTION-TIME
           MOVE WS-OPERATOR-ID     TO MUC-OPERATOR-ID
           MOVE WS-SELECTED-COUNT  TO MUC-SELECTED-COUNT
           MOVE WS-CHANGED-COUNT   TO MUC-CHANGED-COUNT
           MOVE WS-ID-COUNT        TO MUC-ID-LIST-COUNT
           MOVE WS-ID-LIST-HASH    TO MUC-ID-LIST-HASH
           MOVE WS-REQUEST-IMAGE   TO MUC-REQUEST-IMAGE
           OPEN EXTEND MASS-CONTROL-FILE
           IF WS-CONTROL-NOTFOUND
               OPEN OUTPUT MASS-CONTROL-FILE
           END-IF
           WRITE MASS-CONTROL-RECORD
           CLOSE MASS-CONTROL-FILE.
       8200-EXIT.
           EXIT.

       8300-TAKE-MASTER-LOCK.
           MOVE "MassUpdate  " TO WS-LOCK-PROGRAM-ID
           MOVE "STUMAST " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               MOVE 16 TO RETURN-CODE
               GO TO 8300-EXIT
           END-IF
           MOVE 'Y' TO WS-LOCK-HELD-SWITCH.
       8300-EXIT.
           EXIT.

       8400-PRINT-DETAIL.
           MOVE STU-ID              TO WDL-STUDENT-ID
           MOVE STU-SURNAME         TO WDL-SURNAME
           MOVE WS-OLD-COURSE-CODE  TO WDL-OLD-COURSE
           MOVE WS-OLD-TERM-CODE    TO WDL-OLD-TERM
           MOVE WS-OLD-DATE-OF-BIRTH TO WDL-OLD-DOB
           MOVE STU-COURSE-CODE     TO WDL-NEW-COURSE
           MOVE STU-TERM-CODE       TO WDL-NEW-TERM
           MOVE STU-DATE-OF-BIRTH   TO WDL-NEW-DOB
           WRITE MASS-PRINT-LINE FROM WS-DETAIL-LINE.
       8400-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-LOCK-HELD
               PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           END-IF
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           CLOSE ERROR-LOG-FILE.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.
       COPY PARMPA.
       COPY OPERVRPA.
       COPY ERRLOGPA.
       COPY JOBSTAPA.
       COPY LOCKPA.
       COPY JRNLPA.
