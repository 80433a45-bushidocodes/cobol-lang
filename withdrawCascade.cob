      *                      timestamped after-image to the update
      *                      journal, so a restore can be rolled
      *                      forward instead of rekeyed.
      *      2026-10-15  DF  Each cascaded student now gets a
      *                      withdrawal date of record on
      *                      WDRDATE.DAT for financial aid - the
      *                      last date of attendance from
      *                      LASTATT.DAT when one is on file,
      *                      otherwise the date the withdrawal was
      *                      keyed.
      *      2026-10-15  DF  An enrollment dropped after the term's
      *                      last day to drop (TERM-MASTER) is
      *                      posted to GRADHIST.DAT as a W grade
      *                      before the row is removed and the seat
      *                      released.
      *      2026-10-15  DF  An enrollment dropped without a W gives
      *                      a third-party sponsor's share of the
      *                      charge back in full - off the sponsor
      *                      receivable and the authorization's
      *                      amount covered, and owed back on
      *                      SPNCRED.DAT when already invoiced - with
      *                      the student account ledger and money
      *                      control SPNSRVRS.  A W leaves the share
      *                      to RefundRun's schedule.
      *      2026-10-15  DF  The W-grade test now uses the same
      *                      effective date as the date of record -
      *                      the last date of attendance when one is
      *                      on file, otherwise the date keyed - so
      *                      the W and the WDRDATE.DAT row agree.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WithdrawCascade.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "STUAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LAST-ATTENDANCE-FILE ASSIGN TO "LASTATT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAT-STUDENT-ID
               FILE STATUS IS WS-LASTATT-STATUS.

           SELECT WITHDRAWAL-DATE-FILE ASSIGN TO "WDRDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MONEY-CONTROL-FILE ASSIGN TO "CTLMONEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY TERMSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           COPY LOCKSEL.

           COPY JRNLSEL.
           COPY ACCTLSEL.
           COPY SPRVSEL.


       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  LAST-ATTENDANCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LASTATT.

       FD  WITHDRAWAL-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WDRDATE.

       FD  GRADE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GRADHIST.

       FD  MONEY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLMONEY.

       COPY TERMFD.

       COPY JOBSTFD.
       COPY LOCKFD.

       COPY JRNLFD.
       COPY ACCTLFD.
       COPY SPRVFD.


       WORKING-STORAGE SECTION.
       COPY LOCKWS.

       COPY JRNLWS.
       COPY TERMWS.
       COPY ACCTLWS.
       COPY SPRVWS.


       01  WS-MASTER-STATUS         PIC X(02).

       01  WS-COURSE-STATUS         PIC X(02).

       01  WS-LASTATT-STATUS        PIC X(02).
           88  WS-LASTATT-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-ENRL-DONE-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-ENRL-DONE     VALUE 'Y'.
           05  WS-LASTATT-SWITCH    PIC X(01) VALUE 'Y'.
               88  WS-LASTATT-OPEN  VALUE 'Y'.
           05  WS-TERM-FILE-SWITCH  PIC X(01) VALUE 'Y'.
               88  WS-NO-TERM-FILE  VALUE 'N'.
           05  WS-W-GRADE-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-GRADED-W      VALUE 'Y'.

       01  WS-WITHDRAWAL-REQUEST-DATE PIC 9(08).
       01  WS-WITHDRAWAL-EFFECTIVE-DATE PIC 9(08).
       01  WS-LAST-ATTENDED-DATE    PIC 9(08).

       01  WS-COUNTERS.
           05  WS-STUDENTS-READ     PIC 9(07) VALUE ZERO.
           05  WS-STUDENTS-CASCADED PIC 9(07) VALUE ZERO.
           05  WS-SEATS-RELEASED    PIC 9(07) VALUE ZERO.
           05  WS-SEATS-RELEASED-THIS PIC 9(05) VALUE ZERO.
           05  WS-DATES-FROM-ATTENDANCE PIC 9(07) VALUE ZERO.
           05  WS-W-GRADES-POSTED   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

           END-IF
           MOVE "WithdrawCasc" TO WS-LOCK-PROGRAM-ID
           MOVE "WithdrawCasc" TO WS-JRN-PROGRAM-ID
           MOVE "WithdrawCasc" TO WS-ACL-PROGRAM-ID
           MOVE "STUENRL " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "SPONRCV " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O ENROLLMENT-MASTER-FILE
           OPEN I-O COURSE-MASTER-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           OPEN INPUT LAST-ATTENDANCE-FILE
           IF WS-LASTATT-NOTFOUND
               MOVE 'N' TO WS-LASTATT-SWITCH
           END-IF
           OPEN EXTEND WITHDRAWAL-DATE-FILE
           OPEN EXTEND GRADE-HISTORY-FILE
           OPEN EXTEND MONEY-CONTROL-FILE
           OPEN INPUT TERM-MASTER-FILE
           IF WS-TERM-NOTFOUND
               MOVE 'N' TO WS-TERM-FILE-SWITCH
           END-IF
           DISPLAY "WithdrawCascade - releasing withdrawn seats"
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       1000-EXIT.
       2200-CASCADE-ONE.
           MOVE 'N' TO WS-ENRL-DONE-SWITCH
           MOVE ZERO TO WS-SEATS-RELEASED-THIS
           MOVE STU-STATUS-DATE TO WS-WITHDRAWAL-REQUEST-DATE
           IF WS-WITHDRAWAL-REQUEST-DATE = ZERO
               MOVE WS-PROCESSING-DATE TO WS-WITHDRAWAL-REQUEST-DATE
           END-IF
           PERFORM 2250-FIND-EFFECTIVE-DATE THRU 2250-EXIT
           MOVE STU-ID     TO ENL-STUDENT-ID
           MOVE LOW-VALUES TO ENL-COURSE-CODE
           START ENROLLMENT-MASTER-FILE KEY NOT < ENL-KEY
           IF WS-SEATS-RELEASED-THIS > ZERO
               ADD 1 TO WS-STUDENTS-CASCADED
               PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT
               PERFORM 2500-WRITE-WITHDRAWAL-DATE THRU 2500-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2250-FIND-EFFECTIVE-DATE - the last day the student      *
      *    attended when attendance has been taken, otherwise the  *
      *    day the withdrawal was keyed; both the W-grade test and *
      *    the date of record use it                               *
      *-----------------------------------------------------------*
       2250-FIND-EFFECTIVE-DATE.
           MOVE ZERO TO WS-LAST-ATTENDED-DATE
           MOVE WS-WITHDRAWAL-REQUEST-DATE
               TO WS-WITHDRAWAL-EFFECTIVE-DATE
           IF NOT WS-LASTATT-OPEN
               GO TO 2250-EXIT
           END-IF
           MOVE STU-ID TO LAT-STUDENT-ID
           READ LAST-ATTENDANCE-FILE
               INVALID KEY
                   GO TO 2250-EXIT
           END-READ
           IF LAT-LAST-ATTENDED-DATE > ZERO
               MOVE LAT-LAST-ATTENDED-DATE TO WS-LAST-ATTENDED-DATE
               MOVE LAT-LAST-ATTENDED-DATE
                   TO WS-WITHDRAWAL-EFFECTIVE-DATE
           END-IF.
       2250-EXIT.
           EXIT.

       2300-DROP-ONE-ENROLLMENT.
           READ ENROLLMENT-MASTER-FILE NEXT RECORD
               AT END
                       PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
                   END-IF
           END-READ
           PERFORM 2350-CHECK-W-GRADE THRU 2350-EXIT
           IF NOT WS-GRADED-W
               MOVE ENL-STUDENT-ID  TO WS-SRV-STUDENT-ID
               MOVE ENL-COURSE-CODE TO WS-SRV-COURSE-CODE
               SET WS-SRV-WHOLE-SHARE TO TRUE
               PERFORM 9970-REVERSE-SPONSOR-SHARE THRU 9970-EXIT
           END-IF
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE ENL-KEY TO WS-JRN-RECORD-KEY
           DELETE ENROLLMENT-MASTER-FILE
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2350-CHECK-W-GRADE - a withdrawal effective after the    *
      *    term's last day to drop keeps the course on the record   *
      *    as a W; no calendar entry means no W                     *
      *-----------------------------------------------------------*
       2350-CHECK-W-GRADE.
           MOVE 'N' TO WS-W-GRADE-SWITCH
           IF WS-NO-TERM-FILE
               GO TO 2350-EXIT
           END-IF
           MOVE ENL-TERM-CODE TO TRM-TERM-CODE
           READ TERM-MASTER-FILE
               INVALID KEY
                   GO TO 2350-EXIT
           END-READ
           IF WS-WITHDRAWAL-EFFECTIVE-DATE NOT > TRM-LAST-DROP-DATE
               GO TO 2350-EXIT
           END-IF
           MOVE ENL-STUDENT-ID  TO GRH-STUDENT-ID
           MOVE ENL-COURSE-CODE TO GRH-COURSE-CODE
           MOVE ENL-TERM-CODE   TO GRH-TERM-CODE
           MOVE "W "            TO GRH-GRADE
           MOVE WS-PROCESSING-DATE TO GRH-POSTED-DATE
           MOVE ZERO            TO GRH-LAPSE-DATE
           MOVE SPACES          TO GRH-SOURCE-INST
           WRITE GRADE-HISTORY-RECORD
           MOVE 'Y' TO WS-W-GRADE-SWITCH
           ADD 1 TO WS-W-GRADES-POSTED.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-WRITE-AUDIT - a D row with the master image as the  *
      *    before-image, which RegistrarDelta turns into a delete   *
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-WRITE-WITHDRAWAL-DATE - the date of record is the   *
      *    last day the student attended when attendance has been  *
      *    taken, otherwise the day the withdrawal was keyed        *
      *-----------------------------------------------------------*
       2500-WRITE-WITHDRAWAL-DATE.
           MOVE STU-ID             TO WDD-STUDENT-ID
           MOVE STU-STATUS-DATE    TO WDD-REQUEST-DATE
           MOVE WS-LAST-ATTENDED-DATE TO WDD-LAST-ATTENDED-DATE
           MOVE WS-WITHDRAWAL-EFFECTIVE-DATE TO WDD-EFFECTIVE-DATE
           MOVE WS-PROCESSING-DATE TO WDD-CASCADE-DATE
           IF WS-LAST-ATTENDED-DATE > ZERO
               SET WDD-FROM-ATTENDANCE TO TRUE
               ADD 1 TO WS-DATES-FROM-ATTENDANCE
           ELSE
               SET WDD-FROM-REQUEST TO TRUE
           END-IF
           WRITE WITHDRAWAL-DATE-RECORD.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8900-RELEASE-ALL-LOCKS - end-of-job lock release; a      *
      *    lock not held by this run is left alone                  *
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           MOVE "COURSEM " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           MOVE "SPONRCV " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT.
       8900-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           PERFORM 9930-CLOSE-ACCOUNT-LEDGER THRU 9930-EXIT
           PERFORM 9978-CLOSE-SPONSOR-FILES THRU 9978-EXIT
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           IF WS-SRV-COUNT > ZERO
               MOVE "SPNSRVRS" TO CTM-PROGRAM-ID
               MOVE WS-PROC-YEAR  TO CTM-RUN-YEAR
               MOVE WS-PROC-MONTH TO CTM-RUN-MONTH
               MOVE WS-PROC-DAY   TO CTM-RUN-DAY
               MOVE WS-SRV-COUNT TO CTM-RECORD-COUNT
               MOVE WS-SRV-TOTAL TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
           END-IF
           CLOSE MONEY-CONTROL-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE ENROLLMENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE AUDIT-TRAIL-FILE
           IF WS-LASTATT-OPEN
               CLOSE LAST-ATTENDANCE-FILE
           END-IF
           CLOSE WITHDRAWAL-DATE-FILE
           CLOSE GRADE-HISTORY-FILE
           IF NOT WS-NO-TERM-FILE
               CLOSE TERM-MASTER-FILE
           END-IF
           PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
           DISPLAY "Students read       : " WS-STUDENTS-READ
           DISPLAY "Withdrawals cascaded: " WS-STUDENTS-CASCADED
           DISPLAY "Seats released      : " WS-SEATS-RELEASED
           DISPLAY "Dates from attendance: " WS-DATES-FROM-ATTENDANCE
           DISPLAY "W grades posted     : " WS-W-GRADES-POSTED
           DISPLAY "Sponsor shares back : " WS-SRV-TOTAL.
       9000-EXIT.
           EXIT.

       COPY LOCKPA.

       COPY PRCDTPA.

       COPY ACCTLPA.

       COPY SPRVPA.
