      ******************************************************************
      *    PROGRAM-ID: TermMaintenance
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Applies add/change/delete transactions
      *                  against TERM-MASTER, the academic calendar,
      *                  in the style of RoomMaintenance.  Every date
      *                  must be a real YYYYMMDD date and the term
      *                  must hang together - start, last day to
      *                  add, last day to drop, last day to withdraw
      *                  and end in that order, census date inside
      *                  the term - or the transaction is rejected
      *                  and the record left as it stood.  Every
      *                  change writes a before-and-after image to
      *                  TRMAUDIT.LOG.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TermMaintenance.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTENANCE-TXN-FILE ASSIGN TO "TRMMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY TERMSEL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "TRMAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY OPERVSEL.

           COPY ERRLGSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  MAINTENANCE-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TRMTRAN.

       COPY TERMFD.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TRMAUDIT.

       COPY OPERVFD.
       COPY OPERMAST.

       COPY ERRLGFD.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY SYSCLOCK.

       COPY OPERVWS.

       COPY TERMWS.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-CALENDAR-SWITCH   PIC X(01).
               88  WS-CALENDAR-VALID   VALUE 'Y'.
               88  WS-CALENDAR-INVALID VALUE 'N'.

       01  WS-OPERATOR-ID           PIC X(08).

       01  WS-COUNTERS.
           05  WS-ADDS-APPLIED      PIC 9(05) VALUE ZERO.
           05  WS-CHANGES-APPLIED   PIC 9(05) VALUE ZERO.
           05  WS-DELETES-APPLIED   PIC 9(05) VALUE ZERO.
           05  WS-TXNS-REJECTED     PIC 9(05) VALUE ZERO.

       01  WS-TERM-SEASON           PIC X(02).
           88  WS-TERM-SEASON-VALID VALUE "SP" "SU" "FA".

       01  WS-TERM-YEAR             PIC X(04).

      *    One keyed date on its way into the record: the keyed
      *    text, and the date as it stands on the record.
       01  WS-DATE-EDIT-WORK.
           05  WS-DATE-KEYED        PIC X(08).
           05  WS-DATE-FIELD        PIC 9(08).

       01  WS-BEFORE-IMAGE-AREA     PIC X(74).
       01  WS-AFTER-IMAGE-AREA      PIC X(74).

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
           MOVE "TRMMAINT" TO ERR-PROGRAM-ID
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
               DISPLAY "TermMaintenance - operator not "
                   "authorized, no transactions applied"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT MAINTENANCE-TXN-FILE
           OPEN I-O   TERM-MASTER-FILE
           IF WS-TERM-NOTFOUND
               CLOSE TERM-MASTER-FILE
               OPEN OUTPUT TERM-MASTER-FILE
               CLOSE TERM-MASTER-FILE
               OPEN I-O TERM-MASTER-FILE
           END-IF
           OPEN EXTEND AUDIT-TRAIL-FILE
           DISPLAY "TermMaintenance - applying transactions"
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN TMT-ADD
                   PERFORM 2200-APPLY-ADD THRU 2200-EXIT
               WHEN TMT-CHANGE
                   PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
               WHEN TMT-DELETE
                   PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
               WHEN OTHER
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Invalid action code for term "
                       TMT-TERM-CODE
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
      *    2200-APPLY-ADD - SP/SU/FA plus a year, and every date    *
      *    keyed                                                    *
      *-----------------------------------------------------------*
       2200-APPLY-ADD.
           MOVE TMT-TERM-CODE(1:2) TO WS-TERM-SEASON
           MOVE TMT-TERM-CODE(3:4) TO WS-TERM-YEAR
           IF NOT WS-TERM-SEASON-VALID OR WS-TERM-YEAR NOT NUMERIC
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Add rejected - term must be SP/SU/FA plus "
                   "a 4-digit year: " TMT-TERM-CODE
               GO TO 2200-EXIT
           END-IF
           IF TMT-START-DATE = SPACES OR TMT-END-DATE = SPACES
                   OR TMT-CENSUS-DATE = SPACES
                   OR TMT-LAST-ADD-DATE = SPACES
                   OR TMT-LAST-DROP-DATE = SPACES
                   OR TMT-LAST-WITHDRAW-DATE = SPACES
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Add rejected - every calendar date is "
                   "required for term " TMT-TERM-CODE
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE-AREA
           MOVE ZERO TO TRM-START-DATE TRM-END-DATE TRM-CENSUS-DATE
               TRM-LAST-ADD-DATE TRM-LAST-DROP-DATE
               TRM-LAST-WITHDRAW-DATE
           MOVE TMT-TERM-CODE   TO TRM-TERM-CODE
           MOVE TMT-DESCRIPTION TO TRM-DESCRIPTION
           PERFORM 2600-APPLY-DATES THRU 2600-EXIT
           IF WS-CALENDAR-INVALID
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2200-EXIT
           END-IF
           WRITE TERM-MASTER-RECORD
           IF WS-TERM-OK
               ADD 1 TO WS-ADDS-APPLIED
               MOVE TERM-MASTER-RECORD TO WS-AFTER-IMAGE-AREA
               PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
           ELSE
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Add rejected for term " TMT-TERM-CODE
                   " status " WS-TERM-STATUS
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-APPLY-CHANGE - the changed calendar must still      *
      *    hang together, else the record is left as it stood      *
      *-----------------------------------------------------------*
       2300-APPLY-CHANGE.
           MOVE TMT-TERM-CODE TO TRM-TERM-CODE
           READ TERM-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Change rejected - term not on file "
                       TMT-TERM-CODE
                   GO TO 2300-EXIT
           END-READ
           MOVE TERM-MASTER-RECORD TO WS-BEFORE-IMAGE-AREA
           IF TMT-DESCRIPTION NOT = SPACES
               MOVE TMT-DESCRIPTION TO TRM-DESCRIPTION
           END-IF
           PERFORM 2600-APPLY-DATES THRU 2600-EXIT
           IF WS-CALENDAR-INVALID
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2300-EXIT
           END-IF
           REWRITE TERM-MASTER-RECORD
           ADD 1 TO WS-CHANGES-APPLIED
           MOVE TERM-MASTER-RECORD TO WS-AFTER-IMAGE-AREA
           PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-APPLY-DELETE                                        *
      *-----------------------------------------------------------*
       2400-APPLY-DELETE.
           MOVE TMT-TERM-CODE TO TRM-TERM-CODE
           READ TERM-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Delete rejected - term not on file "
                       TMT-TERM-CODE
               NOT INVALID KEY
                   MOVE TERM-MASTER-RECORD TO WS-BEFORE-IMAGE-AREA
                   DELETE TERM-MASTER-FILE
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
           MOVE WS-SYSTEM-YEAR      TO TAU-YEAR
           MOVE WS-SYSTEM-MONTH     TO TAU-MONTH
           MOVE WS-SYSTEM-DAY       TO TAU-DAY
           MOVE WS-SYSTEM-HOUR      TO TAU-HOUR
           MOVE WS-SYSTEM-MINUTE    TO TAU-MINUTE
           MOVE WS-OPERATOR-ID      TO TAU-OPERATOR-ID
           MOVE TMT-ACTION-CODE     TO TAU-ACTION-CODE
           MOVE TMT-TERM-CODE       TO TAU-TERM-CODE
           MOVE WS-BEFORE-IMAGE-AREA TO TAU-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE-AREA  TO TAU-AFTER-IMAGE
           WRITE TERM-AUDIT-RECORD.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2600-APPLY-DATES - each keyed date onto the record, then *
      *    the calendar checked as a whole                          *
      *-----------------------------------------------------------*
       2600-APPLY-DATES.
           SET WS-CALENDAR-VALID TO TRUE
           MOVE TMT-START-DATE TO WS-DATE-KEYED
           MOVE TRM-START-DATE TO WS-DATE-FIELD
           PERFORM 2610-EDIT-ONE-DATE THRU 2610-EXIT
           MOVE WS-DATE-FIELD  TO TRM-START-DATE
           MOVE TMT-END-DATE   TO WS-DATE-KEYED
           MOVE TRM-END-DATE   TO WS-DATE-FIELD
           PERFORM 2610-EDIT-ONE-DATE THRU 2610-EXIT
           MOVE WS-DATE-FIELD  TO TRM-END-DATE
           MOVE TMT-CENSUS-DATE TO WS-DATE-KEYED
           MOVE TRM-CENSUS-DATE TO WS-DATE-FIELD
           PERFORM 2610-EDIT-ONE-DATE THRU 2610-EXIT
           MOVE WS-DATE-FIELD   TO TRM-CENSUS-DATE
           MOVE TMT-LAST-ADD-DATE TO WS-DATE-KEYED
           MOVE TRM-LAST-ADD-DATE TO WS-DATE-FIELD
           PERFORM 2610-EDIT-ONE-DATE THRU 2610-EXIT
           MOVE WS-DATE-FIELD     TO TRM-LAST-ADD-DATE
           MOVE TMT-LAST-DROP-DATE TO WS-DATE-KEYED
           MOVE TRM-LAST-DROP-DATE TO WS-DATE-FIELD
           PERFORM 2610-EDIT-ONE-DATE THRU 2610-EXIT
           MOVE WS-DATE-FIELD      TO TRM-LAST-DROP-DATE
           MOVE TMT-LAST-WITHDRAW-DATE TO WS-DATE-KEYED
           MOVE TRM-LAST-WITHDRAW-DATE TO WS-DATE-FIELD
           PERFORM 2610-EDIT-ONE-DATE THRU 2610-EXIT
           MOVE WS-DATE-FIELD          TO TRM-LAST-WITHDRAW-DATE
           IF WS-CALENDAR-INVALID
               DISPLAY "Rejected - calendar date not a valid "
                   "YYYYMMDD date for term " TMT-TERM-CODE
               GO TO 2600-EXIT
           END-IF
           IF TRM-LAST-ADD-DATE < TRM-START-DATE
                   OR TRM-LAST-DROP-DATE < TRM-LAST-ADD-DATE
                   OR TRM-LAST-WITHDRAW-DATE < TRM-LAST-DROP-DATE
                   OR TRM-END-DATE < TRM-LAST-WITHDRAW-DATE
                   OR TRM-CENSUS-DATE < TRM-START-DATE
                   OR TRM-CENSUS-DATE > TRM-END-DATE
               SET WS-CALENDAR-INVALID TO TRUE
               DISPLAY "Rejected - start, add, drop, withdraw and "
                   "end dates out of order for term " TMT-TERM-CODE
           END-IF.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2610-EDIT-ONE-DATE - blank leaves the date as it         *
      *    stands; anything else must be a real calendar date       *
      *-----------------------------------------------------------*
       2610-EDIT-ONE-DATE.
           IF WS-DATE-KEYED = SPACES
               GO TO 2610-EXIT
           END-IF
           IF WS-DATE-KEYED NOT NUMERIC
               SET WS-CALENDAR-INVALID TO TRUE
               GO TO 2610-EXIT
           END-IF
           MOVE WS-DATE-KEYED TO WS-DATE-FIELD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-FIELD) NOT = ZERO
               SET WS-CALENDAR-INVALID TO TRUE
           END-IF.
       2610-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ERROR-LOG-FILE
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE MAINTENANCE-TXN-FILE
           CLOSE TERM-MASTER-FILE
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
