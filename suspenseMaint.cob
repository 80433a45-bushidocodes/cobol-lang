      ******************************************************************
      *    PROGRAM-ID: SuspenseMaint
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Works the unapplied-cash suspense file
      *                  (UNAPPLD.DAT) that PaymentPost fills from the
      *                  bank lockbox.  Each SUSPMNT.DAT line names a
      *                  suspense item.  Action A applies cash from
      *                  it - all that is open, or the amount keyed -
      *                  to the invoice for the student and course
      *                  named, once the bursar has found where the
      *                  cheque belongs; the cash is released as a
      *                  type U payment appended to PAYMENT.DAT, in
      *                  the CashierEntry manner, so PaymentPost
      *                  posts it with the plan draw-down and hold
      *                  release every payment gets, and puts it
      *                  back in suspense should the invoice no
      *                  longer take it.  Action R refunds what is
      *                  still open to the payer and writes the
      *                  SUSPRFND money control for the refund
      *                  cheque.  Refunds need operator authority
      *                  level 3; applications any signed-on
      *                  operator.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      *      2026-10-15  DF  Cash received in a closed fiscal year
      *                      is released dated the processing date,
      *                      so PaymentPost posts it in the open
      *                      year.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SuspenseMaint.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-TXN-FILE ASSIGN TO "SUSPMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "UNAPPLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-SUSPENSE-NO
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT PAYMENT-TXN-FILE ASSIGN TO "PAYMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MONEY-CONTROL-FILE ASSIGN TO "CTLMONEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY OPERVSEL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           COPY LOCKSEL.
           COPY JRNLSEL.
           COPY FSCLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  SUSPENSE-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUSPTXN.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY UNAPPLD.

       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INVOICE.

       FD  PAYMENT-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PAYTXN.

       FD  MONEY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLMONEY.

       COPY OPERVFD.
       COPY OPERMAST.

       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.
       COPY FSCLFD.

       COPY ERRLGFD.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.

       COPY OPERVWS.
       COPY LOCKWS.
       COPY JRNLWS.
       COPY FSCLWS.

       01  WS-TXN-STATUS            PIC X(02).
           88  WS-TXN-NOTFOUND      VALUE "35".

       01  WS-SUSPENSE-STATUS       PIC X(02).
           88  WS-SUSPENSE-NOTFOUND VALUE "35".

       01  WS-INVOICE-STATUS        PIC X(02).
           88  WS-INVOICE-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.

       01  WS-OPERATOR-ID           PIC X(08).
       01  WS-APPLY-AMOUNT          PIC 9(05)V99.
       01  WS-REFUND-AMOUNT         PIC 9(05)V99.

       01  WS-COUNTERS.
           05  WS-TXNS-READ         PIC 9(05) VALUE ZERO.
           05  WS-ITEMS-APPLIED     PIC 9(05) VALUE ZERO.
           05  WS-ITEMS-REFUNDED    PIC 9(05) VALUE ZERO.
           05  WS-TXNS-REJECTED     PIC 9(05) VALUE ZERO.

       01  WS-TOTAL-APPLIED         PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-REFUNDED        PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-TXNS-READ TO JST-RECORDS-READ
           COMPUTE JST-RECORDS-WRITTEN =
               WS-ITEMS-APPLIED + WS-ITEMS-REFUNDED
           MOVE WS-TXNS-REJECTED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "SuspenseMain" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO JST-OPERATOR-ID
           MOVE "SUSPMNT " TO ERR-PROGRAM-ID
           MOVE WS-PROCESSING-DATE TO WS-FSC-AS-OF-DATE
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
               DISPLAY "SuspenseMaint - operator not authorized, "
                   "no transactions applied"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT SUSPENSE-TXN-FILE
           IF WS-TXN-NOTFOUND
               DISPLAY "SuspenseMaint - no SUSPMNT.DAT, nothing to do"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "SuspenseMain" TO WS-LOCK-PROGRAM-ID
           MOVE "SuspenseMain" TO WS-JRN-PROGRAM-ID
           MOVE "UNAPPLD " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
               CLOSE SUSPENSE-TXN-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-NOTFOUND
               DISPLAY "SuspenseMaint - no suspense file on hand"
               CLOSE SUSPENSE-TXN-FILE
               MOVE "UNAPPLD " TO WS-LOCK-NAME-WANTED
               PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
               PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT INVOICE-FILE
           OPEN EXTEND PAYMENT-TXN-FILE
           OPEN EXTEND MONEY-CONTROL-FILE
           DISPLAY "SuspenseMaint - working the suspense file"
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           READ SUSPENSE-TXN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-APPLY-TRANSACTION - the item must be on file and    *
      *    still have cash open                                     *
      *-----------------------------------------------------------*
       2000-APPLY-TRANSACTION.
           ADD 1 TO WS-TXNS-READ
           IF SMT-SUSPENSE-NO NOT NUMERIC
               MOVE "TMPL" TO ERR-CODE
               MOVE "SMT-SUSPENSE-NO" TO ERR-FIELD-NAME
               MOVE SUSPENSE-MAINT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Suspense line misaligned or not numeric"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2000-NEXT
           END-IF
           MOVE SMT-SUSPENSE-NO TO SUS-SUSPENSE-NO
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE "NSUS" TO ERR-CODE
                   MOVE "SMT-SUSPENSE-NO" TO ERR-FIELD-NAME
                   MOVE SUSPENSE-MAINT-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "Suspense item not on file"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-TXNS-REJECTED
                   GO TO 2000-NEXT
           END-READ
           IF NOT SUS-STATUS-OPEN OR SUS-AMOUNT-OPEN = ZERO
               MOVE "SCLS" TO ERR-CODE
               MOVE "SUS-STATUS-CODE" TO ERR-FIELD-NAME
               MOVE SUSPENSE-MAINT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Suspense item has nothing left open"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2000-NEXT
           END-IF
           EVALUATE TRUE
               WHEN SMT-APPLY
                   PERFORM 2200-APPLY-CASH THRU 2200-EXIT
               WHEN SMT-REFUND
                   PERFORM 2300-REFUND-CASH THRU 2300-EXIT
               WHEN OTHER
                   MOVE "ACTN" TO ERR-CODE
                   MOVE "SMT-ACTION-CODE" TO ERR-FIELD-NAME
                   MOVE SUSPENSE-MAINT-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "Action must be A (apply) or R (refund)"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-TXNS-REJECTED
           END-EVALUATE.
       2000-NEXT.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-APPLY-CASH - the invoice must be open (or with the  *
      *    agency) and owe at least the amount released             *
      *-----------------------------------------------------------*
       2200-APPLY-CASH.
           IF SMT-STUDENT-ID NOT NUMERIC
               MOVE "TMPL" TO ERR-CODE
               MOVE "SMT-STUDENT-ID" TO ERR-FIELD-NAME
               MOVE SUSPENSE-MAINT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Apply needs a numeric StudentId"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2200-EXIT
           END-IF
           MOVE SUS-AMOUNT-OPEN TO WS-APPLY-AMOUNT
           IF SMT-AMOUNT NUMERIC AND SMT-AMOUNT > ZERO
               MOVE SMT-AMOUNT TO WS-APPLY-AMOUNT
           END-IF
           IF WS-APPLY-AMOUNT > SUS-AMOUNT-OPEN
               MOVE "SAMT" TO ERR-CODE
               MOVE "SMT-AMOUNT" TO ERR-FIELD-NAME
               MOVE SUSPENSE-MAINT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "More than is left open in suspense"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2200-EXIT
           END-IF
           MOVE SMT-STUDENT-ID  TO INV-STUDENT-ID
           MOVE SMT-COURSE-CODE TO INV-COURSE-CODE
           READ INVOICE-FILE
               INVALID KEY
                   MOVE "NINV" TO ERR-CODE
                   MOVE "SMT-STUDENT-ID" TO ERR-FIELD-NAME
                   MOVE SUSPENSE-MAINT-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "No invoice for this student and course"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-TXNS-REJECTED
                   GO TO 2200-EXIT
           END-READ
           IF (NOT INV-STATUS-OPEN AND NOT INV-STATUS-PLACED)
                   OR INV-AMOUNT-PAID + WS-APPLY-AMOUNT >
                       INV-AMOUNT-BILLED
               MOVE "OVER" TO ERR-CODE
               MOVE "SMT-AMOUNT" TO ERR-FIELD-NAME
               MOVE SUSPENSE-MAINT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "More than the invoice's open balance"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2200-EXIT
           END-IF
           SUBTRACT WS-APPLY-AMOUNT FROM SUS-AMOUNT-OPEN
           IF SUS-AMOUNT-OPEN = ZERO
               SET SUS-STATUS-APPLIED TO TRUE
           END-IF
           PERFORM 2500-REWRITE-SUSPENSE THRU 2500-EXIT
           MOVE SPACES TO PAYMENT-TRANSACTION
           MOVE SMT-STUDENT-ID     TO PAY-STUDENT-ID
           MOVE SMT-COURSE-CODE    TO PAY-COURSE-CODE
           MOVE WS-APPLY-AMOUNT    TO PAY-AMOUNT
           MOVE SUS-RECEIVED-DATE  TO PAY-RECEIVED-DATE
           MOVE SUS-RECEIVED-DATE  TO WS-FSC-CHECK-DATE
           PERFORM 9440-CHECK-CLOSED-PERIOD THRU 9440-EXIT
           IF WS-FSC-DATE-CLOSED
               MOVE WS-PROCESSING-DATE TO PAY-RECEIVED-DATE
           END-IF
           SET PAY-FROM-SUSPENSE   TO TRUE
           MOVE WS-OPERATOR-ID     TO PAY-CASHIER-ID
           MOVE SUS-SUSPENSE-NO    TO PAY-RECEIPT-NO
           WRITE PAYMENT-TRANSACTION
           ADD 1 TO WS-ITEMS-APPLIED
           ADD WS-APPLY-AMOUNT TO WS-TOTAL-APPLIED
           DISPLAY "SuspenseMaint - suspense " SUS-SUSPENSE-NO
               " released to " SMT-STUDENT-ID " " SMT-COURSE-CODE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-REFUND-CASH - everything still open goes back to    *
      *    the payer; a supervisor's call                           *
      *-----------------------------------------------------------*
       2300-REFUND-CASH.
           IF WS-OPERATOR-LEVEL < 3
               MOVE "AUTH" TO ERR-CODE
               MOVE "WS-OPERATOR-ID" TO ERR-FIELD-NAME
               MOVE SUSPENSE-MAINT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Refund needs authority level 3"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2300-EXIT
           END-IF
           MOVE SUS-AMOUNT-OPEN TO WS-REFUND-AMOUNT
           MOVE ZERO TO SUS-AMOUNT-OPEN
           SET SUS-STATUS-REFUNDED TO TRUE
           PERFORM 2500-REWRITE-SUSPENSE THRU 2500-EXIT
           ADD 1 TO WS-ITEMS-REFUNDED
           ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDED
           DISPLAY "SuspenseMaint - suspense " SUS-SUSPENSE-NO
               " refund " WS-REFUND-AMOUNT " to " SUS-REMITTER-NAME.
       2300-EXIT.
           EXIT.

       2500-REWRITE-SUSPENSE.
           MOVE WS-PROCESSING-DATE TO SUS-LAST-ACTION-DATE
           REWRITE SUSPENSE-RECORD
           MOVE "UNAPPLD " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE SUS-SUSPENSE-NO TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE SUSPENSE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT.
       2500-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               CLOSE ERROR-LOG-FILE
               GO TO 9000-EXIT
           END-IF
           IF WS-ITEMS-REFUNDED > ZERO
               MOVE "SUSPRFND" TO CTM-PROGRAM-ID
               MOVE WS-PROC-YEAR  TO CTM-RUN-YEAR
               MOVE WS-PROC-MONTH TO CTM-RUN-MONTH
               MOVE WS-PROC-DAY   TO CTM-RUN-DAY
               MOVE WS-ITEMS-REFUNDED TO CTM-RECORD-COUNT
               MOVE WS-TOTAL-REFUNDED TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
           END-IF
           CLOSE SUSPENSE-TXN-FILE
           CLOSE SUSPENSE-FILE
           CLOSE INVOICE-FILE
           CLOSE PAYMENT-TXN-FILE
           CLOSE MONEY-CONTROL-FILE
           CLOSE ERROR-LOG-FILE
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           MOVE "UNAPPLD " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
           DISPLAY "Transactions read  : " WS-TXNS-READ
           DISPLAY "Items applied      : " WS-ITEMS-APPLIED
           DISPLAY "Items refunded     : " WS-ITEMS-REFUNDED
           DISPLAY "Rejected           : " WS-TXNS-REJECTED
           DISPLAY "Amount released    : " WS-TOTAL-APPLIED
           DISPLAY "Amount refunded    : " WS-TOTAL-REFUNDED
           IF WS-TXNS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY OPERVRPA.

       COPY ERRLOGPA.

       COPY PRCDTPA.

       COPY JOBSTAPA.

       COPY LOCKPA.

       COPY JRNLPA.

       COPY FSCLPA.
