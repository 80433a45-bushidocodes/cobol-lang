      ******************************************************************
      *    PROGRAM-ID: EquivMaintenance
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Applies add/change/delete transactions
      *                  against the transfer equivalency table
      *                  (XFREQUIV.DAT), in the style of
      *                  RoomMaintenance.  Each row maps a sending
      *                  institution's course to one of our course
      *                  codes; the course must be on COURSE-MASTER
      *                  and the minimum grade, when keyed, must be a
      *                  passing letter grade, or the transaction is
      *                  rejected and the row left as it stood.
      *                  Every change writes a before-and-after image
      *                  to EQVAUDIT.LOG.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EquivMaintenance.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTENANCE-TXN-FILE ASSIGN TO "EQVMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY EQVSEL.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "EQVAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY OPERVSEL.

           COPY ERRLGSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  MAINTENANCE-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EQVTRAN.

       COPY EQVFD.

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EQVAUDIT.

       COPY OPERVFD.
       COPY OPERMAST.

       COPY ERRLGFD.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY SYSCLOCK.

       COPY OPERVWS.

       COPY EQVWS.

       01  WS-COURSE-STATUS         PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-ROW-SWITCH        PIC X(01).
               88  WS-ROW-VALID     VALUE 'Y'.
               88  WS-ROW-INVALID   VALUE 'N'.

       01  WS-OPERATOR-ID           PIC X(08).

       01  WS-COUNTERS.
           05  WS-ADDS-APPLIED      PIC 9(05) VALUE ZERO.
           05  WS-CHANGES-APPLIED   PIC 9(05) VALUE ZERO.
           05  WS-DELETES-APPLIED   PIC 9(05) VALUE ZERO.
           05  WS-TXNS-REJECTED     PIC 9(05) VALUE ZERO.

       01  WS-GRADE-LETTER          PIC X(01).
           88  WS-GRADE-LETTER-VALID VALUE 'A' 'B' 'C' 'D'.

       01  WS-GRADE-SIGN            PIC X(01).
           88  WS-GRADE-SIGN-VALID  VALUE '+' '-' ' '.

       01  WS-BEFORE-IMAGE-AREA     PIC X(40).
       01  WS-AFTER-IMAGE-AREA      PIC X(40).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE "EQVMAINT" TO ERR-PROGRAM-ID
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
               DISPLAY "EquivMaintenance - operator not "
                   "authorized, no transactions applied"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT MAINTENANCE-TXN-FILE
           OPEN INPUT COURSE-MASTER-FILE
           OPEN I-O   EQUIVALENCY-FILE
           IF WS-EQUIV-NOTFOUND
               CLOSE EQUIVALENCY-FILE
               OPEN OUTPUT EQUIVALENCY-FILE
               CLOSE EQUIVALENCY-FILE
               OPEN I-O EQUIVALENCY-FILE
           END-IF
           OPEN EXTEND AUDIT-TRAIL-FILE
           DISPLAY "EquivMaintenance - applying transactions"
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN EQT-ADD
                   PERFORM 2200-APPLY-ADD THRU 2200-EXIT
               WHEN EQT-CHANGE
                   PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
               WHEN EQT-DELETE
                   PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
               WHEN OTHER
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Invalid action code for equivalency "
                       EQT-KEY
           END-EVALUATE
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           READ MAINTENANCE-TXN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-APPLY-ADD - institution, external course and our    *
      *    course code all keyed                                    *
      *-----------------------------------------------------------*
       2200-APPLY-ADD.
           IF EQT-INSTITUTION = SPACES
                   OR EQT-EXTERNAL-COURSE = SPACES
                   OR EQT-COURSE-CODE = SPACES
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Add rejected - institution, external course "
                   "and course code are required: " EQT-KEY
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE-AREA
           MOVE SPACES TO EQUIVALENCY-RECORD
           MOVE EQT-KEY TO EQV-KEY
           PERFORM 2600-APPLY-FIELDS THRU 2600-EXIT
           IF WS-ROW-INVALID
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2200-EXIT
           END-IF
           WRITE EQUIVALENCY-RECORD
           IF WS-EQUIV-OK
               ADD 1 TO WS-ADDS-APPLIED
               MOVE EQUIVALENCY-RECORD TO WS-AFTER-IMAGE-AREA
               PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
           ELSE
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Add rejected for equivalency " EQT-KEY
                   " status " WS-EQUIV-STATUS
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-APPLY-CHANGE                                        *
      *-----------------------------------------------------------*
       2300-APPLY-CHANGE.
           MOVE EQT-KEY TO EQV-KEY
           READ EQUIVALENCY-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Change rejected - equivalency not on "
                       "file " EQT-KEY
                   GO TO 2300-EXIT
           END-READ
           MOVE EQUIVALENCY-RECORD TO WS-BEFORE-IMAGE-AREA
           PERFORM 2600-APPLY-FIELDS THRU 2600-EXIT
           IF WS-ROW-INVALID
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2300-EXIT
           END-IF
           REWRITE EQUIVALENCY-RECORD
           ADD 1 TO WS-CHANGES-APPLIED
           MOVE EQUIVALENCY-RECORD TO WS-AFTER-IMAGE-AREA
           PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-APPLY-DELETE - credit already posted from the row   *
      *    stays on the grade history                               *
      *-----------------------------------------------------------*
       2400-APPLY-DELETE.
           MOVE EQT-KEY TO EQV-KEY
           READ EQUIVALENCY-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Delete rejected - equivalency not on "
                       "file " EQT-KEY
               NOT INVALID KEY
                   MOVE EQUIVALENCY-RECORD TO WS-BEFORE-IMAGE-AREA
                   DELETE EQUIVALENCY-FILE
                   ADD 1 TO WS-DELETES-APPLIED
                   MOVE SPACES TO WS-AFTER-IMAGE-AREA
                   PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
           END-READ.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-WRITE-AUDIT - common before/after audit write       *
      *-----------------------------------------------------------*
       2500-WRITE-AUDIT.
           MOVE WS-SYSTEM-YEAR      TO EAU-YEAR
           MOVE WS-SYSTEM-MONTH     TO EAU-MONTH
           MOVE WS-SYSTEM-DAY       TO EAU-DAY
           MOVE WS-SYSTEM-HOUR      TO EAU-HOUR
           MOVE WS-SYSTEM-MINUTE    TO EAU-MINUTE
           MOVE WS-OPERATOR-ID      TO EAU-OPERATOR-ID
           MOVE EQT-ACTION-CODE     TO EAU-ACTION-CODE
           MOVE EQT-KEY             TO EAU-KEY
           MOVE WS-BEFORE-IMAGE-AREA TO EAU-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE-AREA  TO EAU-AFTER-IMAGE
           WRITE EQUIV-AUDIT-RECORD.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2600-APPLY-FIELDS - keyed fields onto the row; the       *
      *    course must exist here and a minimum grade must be a     *
      *    passing letter                                           *
      *-----------------------------------------------------------*
       2600-APPLY-FIELDS.
           SET WS-ROW-VALID TO TRUE
           IF EQT-COURSE-CODE NOT = SPACES
               MOVE EQT-COURSE-CODE TO CRS-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       SET WS-ROW-INVALID TO TRUE
                       DISPLAY "Rejected - course " EQT-COURSE-CODE
                           " not on COURSE-MASTER for " EQT-KEY
                       GO TO 2600-EXIT
               END-READ
               MOVE EQT-COURSE-CODE TO EQV-COURSE-CODE
           END-IF
           IF EQT-MIN-GRADE NOT = SPACES
               MOVE EQT-MIN-GRADE(1:1) TO WS-GRADE-LETTER
               MOVE EQT-MIN-GRADE(2:1) TO WS-GRADE-SIGN
               IF NOT WS-GRADE-LETTER-VALID
                       OR NOT WS-GRADE-SIGN-VALID
                   SET WS-ROW-INVALID TO TRUE
                   DISPLAY "Rejected - minimum grade must be A-D, "
                       "optional + or -, for " EQT-KEY
                   GO TO 2600-EXIT
               END-IF
               MOVE EQT-MIN-GRADE TO EQV-MIN-GRADE
           END-IF
           IF EQT-EXTERNAL-TITLE NOT = SPACES
               MOVE EQT-EXTERNAL-TITLE TO EQV-EXTERNAL-TITLE
           END-IF.
       2600-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ERROR-LOG-FILE
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE MAINTENANCE-TXN-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE EQUIVALENCY-FILE
           CLOSE AUDIT-TRAIL-FILE
           DISPLAY "Adds applied       : " WS-ADDS-APPLIED
           DISPLAY "Changes applied    : " WS-CHANGES-APPLIED
           DISPLAY "Deleted            : " WS-DELETES-APPLIED
           DISPLAY "Rejected           : " WS-TXNS-REJECTED.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY OPERVRPA.

       COPY ERRLOGPA.
