      *                  still balances, and puts the refunded
      *                  dollars on the REFUNDRN money control.  An
      *                  invoice already marked refunded is passed
      *                  over, so the run repeats safely.  Nothing is
      *                  refunded while the processing date falls in
      *                  a closed fiscal year (FISCLOSE.DAT).
      *    MODIFICATION HISTORY:
      *      2026-09-02  DF  Original version.
      *      2026-09-02  DF  Every master update now writes a
      *      2026-09-02  DF  Takes the suite run lock on the
      *                      master it updates at start of run and
      *                      releases it at end of job.
      *      2026-10-15  DF  Days to withdrawal now run to the
      *                      student's last date of attendance
      *                      (LASTATT.DAT) when one is on file,
      *                      falling back to the date the withdrawal
      *                      was keyed.
      *      2026-10-15  DF  No refund check is cut to an address
      *                      the post office has returned: the
      *                      invoice is left unrefunded for a later
      *                      run and a BADA exception goes to the
      *                      work queue.
      *      2026-10-15  DF  Each refund posts the charge backed off
      *                      and the refund issued to the student
      *                      account ledger (ACCTLDG.DAT) for the
      *                      monthly statement.
      *      2026-10-15  DF  No refund on an invoice placed with the
      *                      collection agency or written off - the
      *                      student owes on it.
      *      2026-10-15  DF  No refunds are posted while the
      *                      processing date falls in a closed
      *                      fiscal year; the run logs FYCL and ends
      *                      RC 8.
      *      2026-10-15  DF  A third-party sponsor's share of a
      *                      withdrawn student's charge is cut by
      *                      the same refund percentage, once per
      *                      share, and given back to the sponsor
      *                      under money control SPNSRVRS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RefundRun.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT LAST-ATTENDANCE-FILE ASSIGN TO "LASTATT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAT-STUDENT-ID
               FILE STATUS IS WS-LASTATT-STATUS.

           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT REFUND-TXN-FILE ASSIGN TO "REFUND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MONEY-CONTROL-FILE ASSIGN TO "CTLMONEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           COPY LOCKSEL.

           COPY JRNLSEL.
           COPY ACCTLSEL.
           COPY SPRVSEL.
           COPY FSCLSEL.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       COPY REFSCHED.

       FD  LAST-ATTENDANCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LASTATT.

       FD  STUDENT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUADDR.

       FD  REFUND-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REFUNDTX.
           LABEL RECORDS ARE STANDARD.
       COPY CTLMONEY.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.
       COPY LOCKFD.

       COPY JRNLFD.
       COPY ACCTLFD.
       COPY SPRVFD.
       COPY FSCLFD.


       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.
       COPY LOCKWS.

       COPY JRNLWS.
       COPY ACCTLWS.
       COPY SPRVWS.
       COPY FSCLWS.


       01  WS-MASTER-STATUS         PIC X(02).
       01  WS-SCHEDULE-STATUS       PIC X(02).
           88  WS-SCHEDULE-NOTFOUND VALUE "35".

       01  WS-LASTATT-STATUS        PIC X(02).
           88  WS-LASTATT-NOTFOUND  VALUE "35".

       01  WS-ADDRESS-STATUS        PIC X(02).
           88  WS-ADDRESS-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
               88  WS-INV-DONE      VALUE 'Y'.
           05  WS-PCT-FOUND-SWITCH  PIC X(01).
               88  WS-PCT-FOUND     VALUE 'Y'.
           05  WS-LASTATT-SWITCH    PIC X(01) VALUE 'Y'.
               88  WS-LASTATT-OPEN  VALUE 'Y'.
           05  WS-ADDRESS-SWITCH    PIC X(01) VALUE 'Y'.
               88  WS-ADDRESS-OPEN  VALUE 'Y'.
           05  WS-HOLD-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-REFUND-HELD   VALUE 'Y'.

      *    Refund schedule, ascending days order; the shop defaults
      *    load when no file is on hand.

       01  WS-ELAPSED-DAYS          PIC S9(05) COMP.
       01  WS-ENTRY-DATE-NUM        PIC 9(08).
       01  WS-WITHDRAWAL-DATE       PIC 9(08).
       01  WS-REFUND-PCT            PIC 9(03).
       01  WS-REFUND-AMOUNT         PIC 9(05)V99.
       01  WS-CHARGE-BACKED-OFF     PIC 9(05)V99.
       01  WS-HELD-THIS-STUDENT     PIC 9(03) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-STUDENTS-READ     PIC 9(07) VALUE ZERO.
           05  WS-REFUNDS-ISSUED    PIC 9(05) VALUE ZERO.
           05  WS-REFUNDS-HELD      PIC 9(05) VALUE ZERO.

       01  WS-TOTAL-REFUNDED        PIC 9(09)V99 VALUE ZERO.

           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-STUDENTS-READ TO JST-RECORDS-READ
           MOVE WS-REFUNDS-ISSUED TO JST-RECORDS-WRITTEN
           MOVE WS-REFUNDS-HELD TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "REFUNDRN" TO ERR-PROGRAM-ID
           MOVE WS-PROCESSING-DATE TO WS-FSC-AS-OF-DATE
           MOVE WS-PROCESSING-DATE TO WS-FSC-CHECK-DATE
           PERFORM 9440-CHECK-CLOSED-PERIOD THRU 9440-EXIT
           IF WS-FSC-DATE-CLOSED
               OPEN EXTEND ERROR-LOG-FILE
               MOVE "FYCL" TO ERR-CODE
               MOVE "PROCESS-DATE" TO ERR-FIELD-NAME
               MOVE WS-PROCESSING-DATE TO ERR-INPUT-DATA
               MOVE "Posting dated into a closed fiscal year"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               CLOSE ERROR-LOG-FILE
               DISPLAY "RefundRun - " WS-PROCESSING-DATE
                   " is in a closed fiscal year, nothing refunded"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "RefundRun   " TO WS-JRN-PROGRAM-ID
           MOVE "RefundRun   " TO WS-ACL-PROGRAM-ID
           PERFORM 1100-LOAD-SCHEDULE THRU 1100-EXIT
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-MASTER-NOTFOUND
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "SPONRCV " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
               PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
               PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
               CLOSE STUDENT-MASTER-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O INVOICE-FILE
           IF WS-INVOICE-NOTFOUND
               DISPLAY "RefundRun - no invoice file, nothing to do"
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT LAST-ATTENDANCE-FILE
           IF WS-LASTATT-NOTFOUND
               MOVE 'N' TO WS-LASTATT-SWITCH
           END-IF
           OPEN INPUT STUDENT-ADDRESS-FILE
           IF WS-ADDRESS-NOTFOUND
               MOVE 'N' TO WS-ADDRESS-SWITCH
           END-IF
           OPEN EXTEND ERROR-LOG-FILE
           OPEN EXTEND REFUND-TXN-FILE
           OPEN EXTEND CREDIT-MEMO-FILE
           OPEN EXTEND MONEY-CONTROL-FILE
           IF STU-STATUS-WITHDRAWN
               PERFORM 2200-FIND-REFUND-PCT THRU 2200-EXIT
               IF WS-REFUND-PCT > ZERO
                   PERFORM 2150-CHECK-MAIL-STATUS THRU 2150-EXIT
                   PERFORM 2300-REFUND-INVOICES THRU 2300-EXIT
                   IF WS-HELD-THIS-STUDENT > ZERO
                       PERFORM 2400-LOG-HELD-REFUND THRU 2400-EXIT
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2150-CHECK-MAIL-STATUS - no check is cut to an address   *
      *    the post office has returned                             *
      *-----------------------------------------------------------*
       2150-CHECK-MAIL-STATUS.
           MOVE 'N' TO WS-HOLD-SWITCH
           MOVE ZERO TO WS-HELD-THIS-STUDENT
           IF NOT WS-ADDRESS-OPEN
               GO TO 2150-EXIT
           END-IF
           MOVE STU-ID TO ADR-STUDENT-ID
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   GO TO 2150-EXIT
           END-READ
           IF ADR-MAIL-RETURNED
               MOVE 'Y' TO WS-HOLD-SWITCH
           END-IF.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-FIND-REFUND-PCT - days between entry date and the   *
      *    withdrawal, against the schedule.  The withdrawal is     *
      *    the last day the student attended when attendance has   *
      *    been taken, otherwise the day it was keyed               *
      *-----------------------------------------------------------*
       2200-FIND-REFUND-PCT.
           MOVE ZERO TO WS-REFUND-PCT
           MOVE STU-ENTRY-DATE TO WS-ENTRY-DATE-NUM
           MOVE STU-STATUS-DATE TO WS-WITHDRAWAL-DATE
           IF WS-LASTATT-OPEN
               MOVE STU-ID TO LAT-STUDENT-ID
               READ LAST-ATTENDANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LAT-LAST-ATTENDED-DATE > ZERO
                           MOVE LAT-LAST-ATTENDED-DATE
                               TO WS-WITHDRAWAL-DATE
                       END-IF
               END-READ
           END-IF
           IF WS-ENTRY-DATE-NUM = ZERO
                   OR WS-WITHDRAWAL-DATE = ZERO
               GO TO 2200-EXIT
           END-IF
           COMPUTE WS-ELAPSED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WITHDRAWAL-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE-NUM)
           IF WS-ELAPSED-DAYS < ZERO
               MOVE ZERO TO WS-ELAPSED-DAYS
               MOVE 'Y' TO WS-INV-DONE-SWITCH
               GO TO 2350-EXIT
           END-IF
      *    The sponsor's share is cut whatever the student paid; the
      *    credit it leaves on file keeps a rerun from cutting again.
           MOVE INV-STUDENT-ID  TO WS-SRV-STUDENT-ID
           MOVE INV-COURSE-CODE TO WS-SRV-COURSE-CODE
           SET WS-SRV-REFUND-SHARE TO TRUE
           MOVE WS-REFUND-PCT TO WS-SRV-PERCENT
           PERFORM 9970-REVERSE-SPONSOR-SHARE THRU 9970-EXIT
           IF INV-STATUS-REFUNDED OR INV-AMOUNT-PAID = ZERO
               GO TO 2350-EXIT
           END-IF
           IF INV-STATUS-PLACED OR INV-STATUS-WRITTEN-OFF
               GO TO 2350-EXIT
           END-IF
           COMPUTE WS-REFUND-AMOUNT ROUNDED =
               INV-AMOUNT-PAID * WS-REFUND-PCT / 100
           IF WS-REFUND-AMOUNT = ZERO
               GO TO 2350-EXIT
           END-IF
      *    A held refund leaves the invoice unmarked, so the first
      *    run after a good address is keyed pays it.
           IF WS-REFUND-HELD
               ADD 1 TO WS-HELD-THIS-STUDENT
               ADD 1 TO WS-REFUNDS-HELD
               GO TO 2350-EXIT
           END-IF
      *    The refund comes off both sides, so the outstanding
      *    balance - and the aging reconciliation - is unmoved.
           SUBTRACT WS-REFUND-AMOUNT FROM INV-AMOUNT-PAID
           IF INV-AMOUNT-BILLED >= WS-REFUND-AMOUNT
               MOVE WS-REFUND-AMOUNT TO WS-CHARGE-BACKED-OFF
               SUBTRACT WS-REFUND-AMOUNT FROM INV-AMOUNT-BILLED
           ELSE
               MOVE INV-AMOUNT-BILLED TO WS-CHARGE-BACKED-OFF
               MOVE ZERO TO INV-AMOUNT-BILLED
           END-IF
           SET INV-STATUS-REFUNDED TO TRUE
           MOVE WS-PROCESSING-DATE  TO CRM-MEMO-DATE
           WRITE CREDIT-MEMO-RECORD
           ADD 1 TO WS-REFUNDS-ISSUED
           ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDED
           MOVE STU-ID              TO WS-ACL-STUDENT-ID
           MOVE INV-COURSE-CODE     TO WS-ACL-COURSE-CODE
           MOVE INV-INVOICE-NUMBER  TO WS-ACL-REFERENCE
           MOVE "ADJC" TO WS-ACL-TXN-TYPE
           MOVE WS-CHARGE-BACKED-OFF TO WS-ACL-AMOUNT
           PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT
           MOVE "RFND" TO WS-ACL-TXN-TYPE
           MOVE WS-REFUND-AMOUNT TO WS-ACL-AMOUNT
           PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-LOG-HELD-REFUND - one work-queue exception per      *
      *    student whose refund check is held                       *
      *-----------------------------------------------------------*
       2400-LOG-HELD-REFUND.
           MOVE "BADA" TO ERR-CODE
           MOVE "ADR-MAIL-STATUS" TO ERR-FIELD-NAME
           MOVE SPACES TO ERR-INPUT-DATA
           STRING STU-ID " INVOICES " WS-HELD-THIS-STUDENT
               DELIMITED BY SIZE INTO ERR-INPUT-DATA
           MOVE "Refund check held - address returned"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT.
       2400-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           MOVE "SPONRCV " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           PERFORM 9930-CLOSE-ACCOUNT-LEDGER THRU 9930-EXIT
           PERFORM 9978-CLOSE-SPONSOR-FILES THRU 9978-EXIT
           IF RETURN-CODE = 16 OR RETURN-CODE = 8
                   OR WS-INVOICE-NOTFOUND
               GO TO 9000-EXIT
           END-IF
           MOVE "REFUNDRN" TO CTM-PROGRAM-ID
           MOVE WS-REFUNDS-ISSUED TO CTM-RECORD-COUNT
           MOVE WS-TOTAL-REFUNDED TO CTM-AMOUNT-TOTAL
           WRITE MONEY-CONTROL-RECORD
           IF WS-SRV-COUNT > ZERO
               MOVE "SPNSRVRS" TO CTM-PROGRAM-ID
               MOVE WS-SRV-COUNT TO CTM-RECORD-COUNT
               MOVE WS-SRV-TOTAL TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
           END-IF
           CLOSE STUDENT-MASTER-FILE
           CLOSE INVOICE-FILE
           CLOSE REFUND-TXN-FILE
           CLOSE CREDIT-MEMO-FILE
           CLOSE MONEY-CONTROL-FILE
           IF WS-LASTATT-OPEN
               CLOSE LAST-ATTENDANCE-FILE
           END-IF
           IF WS-ADDRESS-OPEN
               CLOSE STUDENT-ADDRESS-FILE
           END-IF
           CLOSE ERROR-LOG-FILE
           DISPLAY "Students read   : " WS-STUDENTS-READ
           DISPLAY "Refunds issued  : " WS-REFUNDS-ISSUED
           DISPLAY "Refunds held    : " WS-REFUNDS-HELD
           DISPLAY "Total refunded  : " WS-TOTAL-REFUNDED
           DISPLAY "Sponsor back    : " WS-SRV-TOTAL.
       9000-EXIT.
           EXIT.

       COPY ERRLOGPA.

       COPY JOBSTAPA.

       COPY PRCDTPA.
       COPY LOCKPA.

       COPY JRNLPA.

       COPY ACCTLPA.

       COPY SPRVPA.

       COPY FSCLPA.
