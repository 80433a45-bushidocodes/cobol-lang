      *                  course.  A notice that matches nothing lands
      *                  on the common exception log for the operator
      *                  to work.  Sets RC 4 when any notice could
      *                  not be matched or came in past the last
      *                  day to withdraw.
      *    MODIFICATION HISTORY:
      *      2026-09-02  DF  Original version.
      *      2026-09-02  DF  Takes the suite run locks on the
      *                      timestamped after-image to the update
      *                      journal, so a restore can be rolled
      *                      forward instead of rekeyed.
      *      2026-10-15  DF  Drops now follow the term calendar
      *                      (TERM-MASTER): past the last day to
      *                      drop the course is kept on the record
      *                      as a W grade on GRADHIST.DAT, and past
      *                      the last day to withdraw the drop is
      *                      refused to the exception log.
      *                      Cancellations are not graded.
      *      2026-10-15  DF  A clean drop and every enrollment swept
      *                      by a cancellation give a third-party
      *                      sponsor's share of the charge back in
      *                      full - off the sponsor receivable and
      *                      the authorization's amount covered, and
      *                      owed back on SPNCRED.DAT when already
      *                      invoiced - with the student account
      *                      ledger and money control SPNSRVRS.  A W
      *                      leaves the share to RefundRun's
      *                      schedule.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RegDropProcess.
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MONEY-CONTROL-FILE ASSIGN TO "CTLMONEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY TERMSEL.

           COPY ERRLGSEL.

           COPY PRCDTSEL.
           COPY LOCKSEL.

           COPY JRNLSEL.
           COPY ACCTLSEL.
           COPY SPRVSEL.


       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       FD  GRADE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GRADHIST.

       FD  MONEY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLMONEY.

       COPY TERMFD.

       COPY ERRLGFD.
       COPY ERRREC.

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


       01  WS-DROP-STATUS           PIC X(02).
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-SWEEP-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-SWEEP-END     VALUE 'Y'.
           05  WS-TERM-FILE-SWITCH  PIC X(01) VALUE 'Y'.
               88  WS-NO-TERM-FILE  VALUE 'N'.
           05  WS-DEADLINE-SWITCH   PIC X(01).
               88  WS-DROP-CLEAN    VALUE 'C'.
               88  WS-DROP-GRADED-W VALUE 'W'.
               88  WS-DROP-TOO-LATE VALUE 'L'.

       01  WS-COUNTERS.
           05  WS-NOTICES-READ      PIC 9(07) VALUE ZERO.
           05  WS-DROPS-APPLIED     PIC 9(07) VALUE ZERO.
           05  WS-CANCEL-SEATS      PIC 9(07) VALUE ZERO.
           05  WS-NOTICES-UNMATCHED PIC 9(07) VALUE ZERO.
           05  WS-W-GRADES-POSTED   PIC 9(07) VALUE ZERO.
           05  WS-DROPS-TOO-LATE    PIC 9(07) VALUE ZERO.

       01  WS-SWEEP-DELETED         PIC 9(05) VALUE ZERO.
       01  WS-HELD-ENL-KEY.
           END-IF
           MOVE "RegDropProce" TO WS-LOCK-PROGRAM-ID
           MOVE "RegDropProce" TO WS-JRN-PROGRAM-ID
           MOVE "RegDropProce" TO WS-ACL-PROGRAM-ID
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
           OPEN EXTEND ERROR-LOG-FILE
           OPEN EXTEND GRADE-HISTORY-FILE
           OPEN EXTEND MONEY-CONTROL-FILE
           OPEN INPUT TERM-MASTER-FILE
           IF WS-TERM-NOTFOUND
               MOVE 'N' TO WS-TERM-FILE-SWITCH
               DISPLAY "RegDropProcess - no term calendar; drops "
                   "are not graded"
           END-IF
           DISPLAY "RegDropProcess - working the notification file"
           PERFORM 2100-READ-NOTICE THRU 2100-EXIT.
       1000-EXIT.

      *-----------------------------------------------------------*
      *    2200-APPLY-DROP - one student out of one course, seat    *
      *    given back; a W grade is posted past the last day to     *
      *    drop, and nothing is dropped past the last day to        *
      *    withdraw                                                 *
      *-----------------------------------------------------------*
       2200-APPLY-DROP.
           IF RGD-STUDENT-ID NOT NUMERIC
                   PERFORM 2900-REJECT-NOTICE THRU 2900-EXIT
                   GO TO 2200-EXIT
           END-READ
           PERFORM 2210-CHECK-DEADLINES THRU 2210-EXIT
           IF WS-DROP-TOO-LATE
               PERFORM 2950-REJECT-LATE-DROP THRU 2950-EXIT
               GO TO 2200-EXIT
           END-IF
           IF WS-DROP-GRADED-W
               PERFORM 2220-POST-W-GRADE THRU 2220-EXIT
           ELSE
               PERFORM 2260-REVERSE-SPONSOR THRU 2260-EXIT
           END-IF
           DELETE ENROLLMENT-MASTER-FILE
           MOVE "STUENRL " TO WS-JRN-FILE-NAME
           MOVE 'D' TO WS-JRN-ACTION-CODE
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2210-CHECK-DEADLINES - the enrollment's own term on the  *
      *    calendar; no calendar entry means a clean drop           *
      *-----------------------------------------------------------*
       2210-CHECK-DEADLINES.
           SET WS-DROP-CLEAN TO TRUE
           IF WS-NO-TERM-FILE
               GO TO 2210-EXIT
           END-IF
           MOVE ENL-TERM-CODE TO TRM-TERM-CODE
           READ TERM-MASTER-FILE
               INVALID KEY
                   GO TO 2210-EXIT
           END-READ
           IF WS-PROCESSING-DATE > TRM-LAST-WITHDRAW-DATE
               SET WS-DROP-TOO-LATE TO TRUE
               GO TO 2210-EXIT
           END-IF
           IF WS-PROCESSING-DATE > TRM-LAST-DROP-DATE
               SET WS-DROP-GRADED-W TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2220-POST-W-GRADE - the course stays on the academic     *
      *    record as a W, which carries no grade points             *
      *-----------------------------------------------------------*
       2220-POST-W-GRADE.
           MOVE ENL-STUDENT-ID  TO GRH-STUDENT-ID
           MOVE ENL-COURSE-CODE TO GRH-COURSE-CODE
           MOVE ENL-TERM-CODE   TO GRH-TERM-CODE
           MOVE "W "            TO GRH-GRADE
           MOVE CURRENT-YEAR    TO GRH-POSTED-YEAR
           MOVE CURRENT-MONTH   TO GRH-POSTED-MONTH
           MOVE CURRENT-DAY     TO GRH-POSTED-DAY
           MOVE ZERO            TO GRH-LAPSE-DATE
           MOVE SPACES          TO GRH-SOURCE-INST
           WRITE GRADE-HISTORY-RECORD
           ADD 1 TO WS-W-GRADES-POSTED.
       2220-EXIT.
           EXIT.

       2250-GIVE-SEAT-BACK.
           MOVE RGD-COURSE-CODE TO CRS-CODE
           READ COURSE-MASTER-FILE
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2260-REVERSE-SPONSOR - a course given up without a W     *
      *    gives any sponsor's share of its charge back in full     *
      *-----------------------------------------------------------*
       2260-REVERSE-SPONSOR.
           MOVE ENL-STUDENT-ID  TO WS-SRV-STUDENT-ID
           MOVE ENL-COURSE-CODE TO WS-SRV-COURSE-CODE
           SET WS-SRV-WHOLE-SHARE TO TRUE
           PERFORM 9970-REVERSE-SPONSOR-SHARE THRU 9970-EXIT.
       2260-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-APPLY-CANCEL - a cancelled section sweeps every     *
      *    enrollment out of the course                             *
               GO TO 2350-EXIT
           END-IF
           MOVE ENL-KEY TO WS-HELD-ENL-KEY
           PERFORM 2260-REVERSE-SPONSOR THRU 2260-EXIT
           DELETE ENROLLMENT-MASTER-FILE
           MOVE "STUENRL " TO WS-JRN-FILE-NAME
           MOVE 'D' TO WS-JRN-ACTION-CODE
       2900-EXIT.
           EXIT.

       2950-REJECT-LATE-DROP.
           ADD 1 TO WS-DROPS-TOO-LATE
           MOVE "WDLN" TO ERR-CODE
           MOVE "RGD-COURSE-CODE" TO ERR-FIELD-NAME
           MOVE REGISTRAR-DROP-RECORD TO ERR-INPUT-DATA
           MOVE "Past last day to withdraw - not dropped"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT.
       2950-EXIT.
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
           IF WS-DROP-NOTFOUND
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
           CLOSE REGISTRAR-DROP-FILE
           CLOSE ENROLLMENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE ERROR-LOG-FILE
           CLOSE GRADE-HISTORY-FILE
           IF NOT WS-NO-TERM-FILE
               CLOSE TERM-MASTER-FILE
           END-IF
           PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
           DISPLAY "Notices read       : " WS-NOTICES-READ
           DISPLAY "Drops applied      : " WS-DROPS-APPLIED
           DISPLAY "Cancel seats swept : " WS-CANCEL-SEATS
           DISPLAY "Unmatched          : " WS-NOTICES-UNMATCHED
           DISPLAY "W grades posted    : " WS-W-GRADES-POSTED
           DISPLAY "Too late to drop   : " WS-DROPS-TOO-LATE
           DISPLAY "Sponsor shares back: " WS-SRV-TOTAL
           IF WS-NOTICES-UNMATCHED > ZERO
                   OR WS-DROPS-TOO-LATE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
       COPY JOBSTAPA.

       COPY LOCKPA.

       COPY ACCTLPA.

       COPY SPRVPA.
