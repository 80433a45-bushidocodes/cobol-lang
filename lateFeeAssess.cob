      *      2026-09-02  DF  Takes the suite run lock on the
      *                      master it updates at start of run and
      *                      releases it at end of job.
      *      2026-10-15  DF  Each late fee charged also goes to the
      *                      student account ledger (ACCTLDG.DAT)
      *                      for the monthly statement.
      *      2026-10-15  DF  No late fee on an invoice placed with
      *                      the collection agency or written off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LateFeeAssess.
           COPY LOCKSEL.

           COPY JRNLSEL.
           COPY ACCTLSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY LOCKFD.

       COPY JRNLFD.
       COPY ACCTLFD.


       WORKING-STORAGE SECTION.
       COPY LOCKWS.

       COPY JRNLWS.
       COPY ACCTLWS.


       01  WS-PLAN-STATUS           PIC X(02).
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE "LateFeeAsses" TO WS-JRN-PROGRAM-ID
           MOVE "LateFeeAsses" TO WS-ACL-PROGRAM-ID
           MOVE "LateFeeAsses" TO WS-LOCK-PROGRAM-ID
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ
           IF INV-STATUS-PLACED OR INV-STATUS-WRITTEN-OFF
               GO TO 2200-EXIT
           END-IF
           ADD WS-STANDARD-LATE-FEE TO INV-AMOUNT-BILLED
           SET INV-STATUS-OPEN TO TRUE
           REWRITE INVOICE-RECORD
           ADD WS-STANDARD-LATE-FEE TO PLN-AMOUNT-DUE
           REWRITE PAYMENT-PLAN-RECORD
           ADD 1 TO WS-FEES-ASSESSED
           ADD WS-STANDARD-LATE-FEE TO WS-TOTAL-FEES
           MOVE INV-STUDENT-ID  TO WS-ACL-STUDENT-ID
           MOVE INV-COURSE-CODE TO WS-ACL-COURSE-CODE
           MOVE "LATE" TO WS-ACL-TXN-TYPE
           MOVE WS-STANDARD-LATE-FEE TO WS-ACL-AMOUNT
           MOVE INV-INVOICE-NUMBER TO WS-ACL-REFERENCE
           PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT.
       2200-EXIT.
           EXIT.

           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           PERFORM 9930-CLOSE-ACCOUNT-LEDGER THRU 9930-EXIT
           IF WS-PLAN-NOTFOUND OR RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
       COPY LOCKPA.

       COPY JRNLPA.

       COPY ACCTLPA.
