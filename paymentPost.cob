      *                  paid in full is marked PAID.  Writes a
      *                  money control-total record for the amount
      *                  actually posted, balanced later by the aging
      *                  report.  The bank's lockbox file
      *                  (LOCKBOX.DAT), when one has come in, is
      *                  posted after the batch: every deposit batch
      *                  is proved against its trailer first and a
      *                  batch that does not prove is not posted.
      *                  Each cheque is matched on StudentId plus
      *                  invoice number; one that matches nothing, or
      *                  is more than the invoice's open balance,
      *                  goes to the unapplied-cash suspense file
      *                  (UNAPPLD.DAT) rather than being rejected.
      *                  Nothing posts dated into a closed fiscal
      *                  year (FISCLOSE.DAT, see FiscalClose).
      *    MODIFICATION HISTORY:
      *      2026-08-22  DF  Original version.
      *      2026-08-22  DF  Business dates now come from the
      *                      timestamped after-image to the update
      *                      journal, so a restore can be rolled
      *                      forward instead of rekeyed.
      *      2026-10-15  DF  Every payment posted, reversal and
      *                      returned-cheque fee goes to the student
      *                      account ledger (ACCTLDG.DAT) for the
      *                      monthly statement.
      *      2026-10-15  DF  Collection accounts (COLLACCT.DAT): a
      *                      hold is not released while the student
      *                      has a write-off not yet recovered, a
      *                      payment that clears an invoice placed
      *                      with the agency settles its collection
      *                      account, a reversal on a placed invoice
      *                      leaves it placed, and a reversal
      *                      against a written-off invoice is
      *                      rejected.
      *      2026-10-15  DF  Bank lockbox file posted after the
      *                      payment batch, batches proved against
      *                      their trailers; cheques that match no
      *                      invoice or exceed its open balance go
      *                      to unapplied-cash suspense
      *                      (UNAPPLD.DAT, UNAPPLD money control).
      *                      Type U payments released from suspense
      *                      post to SUSPAPPL and go back to
      *                      suspense if the invoice will not take
      *                      them.
      *      2026-10-15  DF  Payments and reversals dated into a
      *                      closed fiscal year are rejected (FYCL);
      *                      a lockbox cheque deposited into one
      *                      goes to suspense under reason FYCL, and
      *                      cash released from suspense with such a
      *                      date goes back to suspense.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PaymentPost.
               RECORD KEY IS FNH-STUDENT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT COLLECTION-ACCOUNT-FILE ASSIGN TO "COLLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-KEY
               FILE STATUS IS WS-COLLECT-STATUS.

           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "UNAPPLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-SUSPENSE-NO
               FILE STATUS IS WS-SUSPENSE-STATUS.

           COPY ERRLGSEL.

           COPY PRCDTSEL.
           COPY JOBSTSEL.
           COPY LOCKSEL.
           COPY JRNLSEL.
           COPY ACCTLSEL.
           COPY FSCLSEL.



           LABEL RECORDS ARE STANDARD.
       COPY FINHOLD.

       FD  COLLECTION-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COLLACCT.

       FD  LOCKBOX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOCKBOX.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY UNAPPLD.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.
       COPY ACCTLFD.
       COPY FSCLFD.



       COPY SYSCLOCK.
       COPY LOCKWS.
       COPY JRNLWS.
       COPY ACCTLWS.
       COPY FSCLWS.



       01  WS-HOLD-STATUS           PIC X(02).
           88  WS-HOLD-NOTFOUND     VALUE "35".

       01  WS-COLLECT-STATUS        PIC X(02).
           88  WS-COLLECT-NOTFOUND  VALUE "35".

       01  WS-LOCKBOX-STATUS        PIC X(02).
           88  WS-LOCKBOX-NOTFOUND  VALUE "35".

       01  WS-SUSPENSE-STATUS       PIC X(02).
           88  WS-SUSPENSE-NOTFOUND VALUE "35".

       01  WS-LOCKBOX-SWITCHES.
           05  WS-LBX-EOF-SWITCH    PIC X(01).
               88  WS-LBX-END       VALUE 'Y'.
           05  WS-LBX-IN-BATCH-SW   PIC X(01).
               88  WS-LBX-IN-BATCH  VALUE 'Y'.
           05  WS-LBX-BATCH-BAD-SW  PIC X(01).
               88  WS-LBX-BATCH-BAD VALUE 'Y'.
           05  WS-INVOICE-FOUND-SW  PIC X(01).
               88  WS-INVOICE-FOUND VALUE 'Y'.
           05  WS-INVOICE-DONE-SW   PIC X(01).
               88  WS-INVOICE-DONE  VALUE 'Y'.
           05  WS-SUSPENSE-DONE-SW  PIC X(01).
               88  WS-SUSPENSE-DONE VALUE 'Y'.
           05  WS-BOUNCED-SWITCH    PIC X(01).
               88  WS-SUSPENSE-BOUNCED VALUE 'Y'.

       01  WS-LBX-BATCH-NO          PIC 9(05).
       01  WS-LBX-DEPOSIT-DATE      PIC 9(08).
       01  WS-LBX-BATCH-COUNT       PIC 9(05).
       01  WS-LBX-BATCH-TOTAL       PIC 9(07)V99.
       01  WS-NEXT-SUSPENSE-NO      PIC 9(07) VALUE ZERO.

      *    Lockbox batches that did not prove to their trailers.
       01  WS-BAD-BATCH-TABLE.
           05  WS-BB-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-BB-BATCH-NO       PIC 9(05) OCCURS 100 TIMES.

       01  WS-BB-SUB                PIC 9(03) COMP VALUE ZERO.

       01  WS-BALANCE-DONE-SWITCH   PIC X(01).
           88  WS-BALANCE-DONE      VALUE 'Y'.

           05  WS-PAYMENTS-POSTED   PIC 9(07) VALUE ZERO.
           05  WS-PAYMENTS-REJECTED PIC 9(07) VALUE ZERO.
           05  WS-REVERSALS-POSTED  PIC 9(07) VALUE ZERO.
           05  WS-LOCKBOX-READ      PIC 9(07) VALUE ZERO.
           05  WS-LOCKBOX-POSTED    PIC 9(07) VALUE ZERO.
           05  WS-LOCKBOX-SUSPENDED PIC 9(07) VALUE ZERO.
           05  WS-LOCKBOX-HELD      PIC 9(07) VALUE ZERO.
           05  WS-BATCHES-PROVED    PIC 9(05) VALUE ZERO.
           05  WS-BATCHES-FAILED    PIC 9(05) VALUE ZERO.
           05  WS-SUSPENSE-APPLIED  PIC 9(07) VALUE ZERO.
           05  WS-SUSPENSE-RESTORED PIC 9(07) VALUE ZERO.

       01  WS-TOTAL-POSTED          PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-REVERSED        PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-RCHECK-FEES     PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-SUSPENDED       PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-SUSP-APPLIED    PIC 9(09)V99 VALUE ZERO.
       01  WS-RETURNED-CHECK-FEE    PIC 9(03)V99 VALUE 15.00.
       01  WS-REVERSE-LEFT          PIC 9(05)V99.
       01  WS-HIGH-PAID-NO          PIC 9(02).
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-POST-PAYMENT THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-POST-LOCKBOX THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-PAYMENTS-READ TO JST-RECORDS-READ
           COMPUTE JST-RECORDS-WRITTEN = WS-PAYMENTS-POSTED
               + WS-SUSPENSE-APPLIED + WS-LOCKBOX-SUSPENDED
           MOVE WS-PAYMENTS-REJECTED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.
           MOVE CURRENT-DAY    TO WS-SYSTEM-DAY
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "PAYMPOST" TO ERR-PROGRAM-ID
           MOVE WS-PROCESSING-DATE TO WS-FSC-AS-OF-DATE
           MOVE "PaymentPost " TO WS-LOCK-PROGRAM-ID
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "UNAPPLD " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "PaymentPost " TO WS-JRN-PROGRAM-ID
           MOVE "PaymentPost " TO WS-ACL-PROGRAM-ID
           OPEN INPUT PAYMENT-TXN-FILE
           OPEN I-O   INVOICE-FILE
           OPEN I-O   PAYMENT-PLAN-FILE
           IF WS-HOLD-NOTFOUND
               DISPLAY "PaymentPost - no hold file on hand"
           END-IF
           OPEN I-O   COLLECTION-ACCOUNT-FILE
           OPEN I-O   SUSPENSE-FILE
           IF WS-SUSPENSE-NOTFOUND
               CLOSE SUSPENSE-FILE
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           PERFORM 1100-FIND-HIGH-SUSPENSE THRU 1100-EXIT
           OPEN EXTEND MONEY-CONTROL-FILE
           OPEN EXTEND ERROR-LOG-FILE
           DISPLAY "PaymentPost - posting payments"
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-FIND-HIGH-SUSPENSE - suspense numbering carries on  *
      *    from the highest number already on file                  *
      *-----------------------------------------------------------*
       1100-FIND-HIGH-SUSPENSE.
           MOVE 'N' TO WS-SUSPENSE-DONE-SW
           PERFORM 1110-READ-ONE-SUSPENSE THRU 1110-EXIT
               UNTIL WS-SUSPENSE-DONE.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SUSPENSE-DONE-SW
                   GO TO 1110-EXIT
           END-READ
           IF SUS-SUSPENSE-NO > WS-NEXT-SUSPENSE-NO
               MOVE SUS-SUSPENSE-NO TO WS-NEXT-SUSPENSE-NO
           END-IF.
       1110-EXIT.
           EXIT.

       2000-POST-PAYMENT.
           ADD 1 TO WS-PAYMENTS-READ
           PERFORM 2200-APPLY-PAYMENT THRU 2200-EXIT
               ADD 1 TO WS-PAYMENTS-REJECTED
               GO TO 2200-EXIT
           END-IF
           MOVE PAY-RECEIVED-DATE TO WS-FSC-CHECK-DATE
           PERFORM 9440-CHECK-CLOSED-PERIOD THRU 9440-EXIT
           IF WS-FSC-DATE-CLOSED AND NOT PAY-FROM-SUSPENSE
               MOVE "FYCL" TO ERR-CODE
               MOVE "PAY-RECEIVED-DATE" TO ERR-FIELD-NAME
               MOVE PAYMENT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Posting dated into a closed fiscal year"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-PAYMENTS-REJECTED
               GO TO 2200-EXIT
           END-IF
           IF PAY-REVERSAL
               PERFORM 2600-APPLY-REVERSAL THRU 2600-EXIT
               GO TO 2200-EXIT
           END-IF
           IF PAY-FROM-SUSPENSE
               PERFORM 2250-CHECK-SUSPENSE-CASH THRU 2250-EXIT
               IF WS-SUSPENSE-BOUNCED
                   GO TO 2200-EXIT
               END-IF
           END-IF
           MOVE PAY-STUDENT-ID  TO INV-STUDENT-ID
           MOVE PAY-COURSE-CODE TO INV-COURSE-CODE
           READ INVOICE-FILE
                   ELSE
                       ADD PAY-AMOUNT TO INV-AMOUNT-PAID
                       IF INV-AMOUNT-PAID >= INV-AMOUNT-BILLED
                           IF INV-STATUS-PLACED
                                   AND NOT WS-COLLECT-NOTFOUND
                               PERFORM 2580-SETTLE-PLACED
                                   THRU 2580-EXIT
                           END-IF
                           SET INV-STATUS-PAID TO TRUE
                       END-IF
                       REWRITE INVOICE-RECORD
                       IF PAY-FROM-SUSPENSE
                           ADD 1 TO WS-SUSPENSE-APPLIED
                           ADD PAY-AMOUNT TO WS-TOTAL-SUSP-APPLIED
                       ELSE
                           ADD 1 TO WS-PAYMENTS-POSTED
                           ADD PAY-AMOUNT TO WS-TOTAL-POSTED
                       END-IF
                       MOVE "INVOICE " TO WS-JRN-FILE-NAME
                       MOVE 'R' TO WS-JRN-ACTION-CODE
                       MOVE SPACES TO WS-JRN-RECORD-KEY
                       MOVE SPACES TO WS-JRN-AFTER-IMAGE
                       MOVE INVOICE-RECORD TO WS-JRN-AFTER-IMAGE
                       PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
                       MOVE "PAYM" TO WS-ACL-TXN-TYPE
                       MOVE PAY-AMOUNT TO WS-ACL-AMOUNT
                       PERFORM 2800-POST-LEDGER THRU 2800-EXIT
                       IF NOT WS-PLAN-NOTFOUND
                           PERFORM 2400-DRAW-DOWN-PLAN
                               THRU 2400-EXIT
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2250-CHECK-SUSPENSE-CASH - cash released from suspense   *
      *    that the invoice will not take, or dated into a closed   *
      *    fiscal year, goes back to suspense instead of being      *
      *    rejected                                                 *
      *-----------------------------------------------------------*
       2250-CHECK-SUSPENSE-CASH.
           MOVE 'N' TO WS-BOUNCED-SWITCH
           MOVE PAY-STUDENT-ID  TO INV-STUDENT-ID
           MOVE PAY-COURSE-CODE TO INV-COURSE-CODE
           READ INVOICE-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-BOUNCED-SWITCH
           END-READ
           IF WS-FSC-DATE-CLOSED
               MOVE 'Y' TO WS-BOUNCED-SWITCH
           END-IF
           IF NOT WS-SUSPENSE-BOUNCED
               IF INV-AMOUNT-PAID + PAY-AMOUNT > INV-AMOUNT-BILLED
                   MOVE 'Y' TO WS-BOUNCED-SWITCH
               END-IF
           END-IF
           IF NOT WS-SUSPENSE-BOUNCED
               GO TO 2250-EXIT
           END-IF
           MOVE PAY-RECEIPT-NO TO SUS-SUSPENSE-NO
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE "NSUS" TO ERR-CODE
                   MOVE "PAY-RECEIPT-NO" TO ERR-FIELD-NAME
                   MOVE PAYMENT-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "Suspense item not on file to go back to"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-PAYMENTS-REJECTED
                   GO TO 2250-EXIT
           END-READ
           ADD PAY-AMOUNT TO SUS-AMOUNT-OPEN
           SET SUS-STATUS-OPEN TO TRUE
           MOVE WS-PROCESSING-DATE TO SUS-LAST-ACTION-DATE
           REWRITE SUSPENSE-RECORD
           MOVE 'R' TO WS-JRN-ACTION-CODE
           PERFORM 3600-JOURNAL-SUSPENSE THRU 3600-EXIT
           ADD 1 TO WS-SUSPENSE-RESTORED
           MOVE "SUSR" TO ERR-CODE
           MOVE "PAY-RECEIPT-NO" TO ERR-FIELD-NAME
           MOVE PAYMENT-TRANSACTION TO ERR-INPUT-DATA
           MOVE "Not applied - cash back in suspense"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-DRAW-DOWN-PLAN - the receipt fills the invoice's     *
      *    installments oldest first                                 *
                   ADD 1 TO WS-PAYMENTS-REJECTED
                   GO TO 2600-EXIT
           END-READ
           IF INV-STATUS-WRITTEN-OFF
               MOVE "WOFF" TO ERR-CODE
               MOVE "INV-STATUS-CODE" TO ERR-FIELD-NAME
               MOVE PAYMENT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Reversal on a written-off invoice"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-PAYMENTS-REJECTED
               GO TO 2600-EXIT
           END-IF
           IF PAY-AMOUNT > INV-AMOUNT-PAID
               MOVE "RVRS" TO ERR-CODE
               MOVE "PAY-AMOUNT" TO ERR-FIELD-NAME
           END-IF
           SUBTRACT PAY-AMOUNT FROM INV-AMOUNT-PAID
           ADD WS-RETURNED-CHECK-FEE TO INV-AMOUNT-BILLED
      *    An invoice still with the agency stays placed.
           IF NOT INV-STATUS-PLACED
               SET INV-STATUS-OPEN TO TRUE
           END-IF
           REWRITE INVOICE-RECORD
           MOVE "INVOICE " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           ADD 1 TO WS-REVERSALS-POSTED
           ADD PAY-AMOUNT TO WS-TOTAL-REVERSED
           ADD WS-RETURNED-CHECK-FEE TO WS-TOTAL-RCHECK-FEES
           MOVE "REVR" TO WS-ACL-TXN-TYPE
           MOVE PAY-AMOUNT TO WS-ACL-AMOUNT
           PERFORM 2800-POST-LEDGER THRU 2800-EXIT
           MOVE "RCKF" TO WS-ACL-TXN-TYPE
           MOVE WS-RETURNED-CHECK-FEE TO WS-ACL-AMOUNT
           PERFORM 2800-POST-LEDGER THRU 2800-EXIT
           IF NOT WS-PLAN-NOTFOUND
               PERFORM 2700-REVERSE-PLAN THRU 2700-EXIT
           END-IF
       2760-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2800-POST-LEDGER - the payment line on the student       *
      *    account ledger, carrying the receipt number              *
      *-----------------------------------------------------------*
       2800-POST-LEDGER.
           MOVE PAY-STUDENT-ID  TO WS-ACL-STUDENT-ID
           MOVE PAY-COURSE-CODE TO WS-ACL-COURSE-CODE
           MOVE SPACES TO WS-ACL-REFERENCE
           IF PAY-RECEIPT-NO NUMERIC AND PAY-RECEIPT-NO > ZERO
               MOVE PAY-RECEIPT-NO TO WS-ACL-REFERENCE
           END-IF
           PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-RELEASE-HOLD - a held student whose whole balance    *
      *    has cleared is released on the spot                       *
                   GO TO 2500-EXIT
           END-READ
           PERFORM 2550-CHECK-BALANCE-LEFT THRU 2550-EXIT
           IF NOT WS-BALANCE-LEFT AND NOT WS-COLLECT-NOTFOUND
               PERFORM 2570-CHECK-WRITE-OFFS THRU 2570-EXIT
           END-IF
           IF NOT WS-BALANCE-LEFT
               DELETE FINANCIAL-HOLD-FILE
               DISPLAY "PaymentPost - hold released for "
       2560-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2570-CHECK-WRITE-OFFS - a write-off not yet recovered    *
      *    keeps the hold even with the invoices all clear          *
      *-----------------------------------------------------------*
       2570-CHECK-WRITE-OFFS.
           MOVE 'N' TO WS-BALANCE-DONE-SWITCH
           MOVE PAY-STUDENT-ID TO CLA-STUDENT-ID
           MOVE LOW-VALUES     TO CLA-COURSE-CODE
           START COLLECTION-ACCOUNT-FILE KEY NOT < CLA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BALANCE-DONE-SWITCH
           END-START
           PERFORM 2575-CHECK-ONE-ACCOUNT THRU 2575-EXIT
               UNTIL WS-BALANCE-DONE OR WS-BALANCE-LEFT.
       2570-EXIT.
           EXIT.

       2575-CHECK-ONE-ACCOUNT.
           READ COLLECTION-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BALANCE-DONE-SWITCH
                   GO TO 2575-EXIT
           END-READ
           IF CLA-STUDENT-ID NOT = PAY-STUDENT-ID
               MOVE 'Y' TO WS-BALANCE-DONE-SWITCH
               GO TO 2575-EXIT
           END-IF
           IF CLA-STATUS-WRITTEN-OFF
               MOVE 'Y' TO WS-BALANCE-LEFT-SWITCH
           END-IF.
       2575-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2580-SETTLE-PLACED - paid to us in full while with the   *
      *    agency; nothing is left for the agency to recover        *
      *-----------------------------------------------------------*
       2580-SETTLE-PLACED.
           MOVE INV-STUDENT-ID  TO CLA-STUDENT-ID
           MOVE INV-COURSE-CODE TO CLA-COURSE-CODE
           READ COLLECTION-ACCOUNT-FILE
               INVALID KEY
                   GO TO 2580-EXIT
           END-READ
           IF CLA-STATUS-PLACED
               SET CLA-STATUS-SETTLED TO TRUE
               REWRITE COLLECTION-ACCOUNT-RECORD
           END-IF.
       2580-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-POST-LOCKBOX - the bank's lockbox file, when one    *
      *    has come in: one pass proves every batch to its          *
      *    trailer, a second posts from the batches that proved     *
      *-----------------------------------------------------------*
       3000-POST-LOCKBOX.
           IF RETURN-CODE = 16
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT LOCKBOX-FILE
           IF WS-LOCKBOX-NOTFOUND
               GO TO 3000-EXIT
           END-IF
           DISPLAY "PaymentPost - proving lockbox batches"
           MOVE 'N' TO WS-LBX-EOF-SWITCH
           MOVE 'N' TO WS-LBX-IN-BATCH-SW
           PERFORM 3100-PROVE-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-LBX-END
           IF WS-LBX-IN-BATCH
               MOVE SPACES TO ERR-INPUT-DATA
               MOVE WS-LBX-BATCH-NO TO ERR-INPUT-DATA
               MOVE "Lockbox batch has no trailer"
                   TO ERR-MESSAGE-TEXT
               PERFORM 3150-FAIL-BATCH THRU 3150-EXIT
           END-IF
           CLOSE LOCKBOX-FILE
           OPEN INPUT LOCKBOX-FILE
           DISPLAY "PaymentPost - posting lockbox payments"
           MOVE 'N' TO WS-LBX-EOF-SWITCH
           MOVE 'N' TO WS-LBX-IN-BATCH-SW
           PERFORM 3200-POST-ONE-RECORD THRU 3200-EXIT
               UNTIL WS-LBX-END
           CLOSE LOCKBOX-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3100-PROVE-ONE-RECORD - count and total each batch's     *
      *    cheques and hold them to the bank's trailer              *
      *-----------------------------------------------------------*
       3100-PROVE-ONE-RECORD.
           READ LOCKBOX-FILE
               AT END
                   MOVE 'Y' TO WS-LBX-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN LBX-IS-HEADER
                   IF WS-LBX-IN-BATCH
                       MOVE SPACES TO ERR-INPUT-DATA
                       MOVE WS-LBX-BATCH-NO TO ERR-INPUT-DATA
                       MOVE "Lockbox batch has no trailer"
                           TO ERR-MESSAGE-TEXT
                       PERFORM 3150-FAIL-BATCH THRU 3150-EXIT
                   END-IF
                   MOVE 'Y' TO WS-LBX-IN-BATCH-SW
                   MOVE 'N' TO WS-LBX-BATCH-BAD-SW
                   MOVE LBX-H-BATCH-NO TO WS-LBX-BATCH-NO
                   MOVE ZERO TO WS-LBX-BATCH-COUNT
                   MOVE ZERO TO WS-LBX-BATCH-TOTAL
                   IF LBX-H-BATCH-NO NOT NUMERIC
                           OR LBX-H-DEPOSIT-DATE NOT NUMERIC
                       MOVE 'Y' TO WS-LBX-BATCH-BAD-SW
                   END-IF
               WHEN LBX-IS-DETAIL
                   IF NOT WS-LBX-IN-BATCH
                       MOVE "LBXB" TO ERR-CODE
                       MOVE "LBX-D-BATCH-NO" TO ERR-FIELD-NAME
                       MOVE LOCKBOX-DETAIL-RECORD TO ERR-INPUT-DATA
                       MOVE "Lockbox cheque outside any batch"
                           TO ERR-MESSAGE-TEXT
                       PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                       GO TO 3100-EXIT
                   END-IF
                   ADD 1 TO WS-LBX-BATCH-COUNT
                   IF LBX-D-BATCH-NO NOT = WS-LBX-BATCH-NO
                           OR LBX-D-AMOUNT NOT NUMERIC
                       MOVE 'Y' TO WS-LBX-BATCH-BAD-SW
                   ELSE
                       ADD LBX-D-AMOUNT TO WS-LBX-BATCH-TOTAL
                   END-IF
               WHEN LBX-IS-TRAILER
                   IF NOT WS-LBX-IN-BATCH
                       GO TO 3100-EXIT
                   END-IF
                   MOVE 'N' TO WS-LBX-IN-BATCH-SW
                   MOVE SPACES TO ERR-INPUT-DATA
                   MOVE LOCKBOX-TRAILER-RECORD TO ERR-INPUT-DATA
                   IF WS-LBX-BATCH-BAD
                           OR LBX-T-BATCH-NO NOT = WS-LBX-BATCH-NO
                           OR LBX-T-ITEM-COUNT NOT NUMERIC
                           OR LBX-T-BATCH-TOTAL NOT NUMERIC
                       MOVE "Lockbox batch records out of order"
                           TO ERR-MESSAGE-TEXT
                       PERFORM 3150-FAIL-BATCH THRU 3150-EXIT
                       GO TO 3100-EXIT
                   END-IF
                   IF LBX-T-ITEM-COUNT NOT = WS-LBX-BATCH-COUNT
                           OR LBX-T-BATCH-TOTAL NOT = WS-LBX-BATCH-TOTAL
                       MOVE "Lockbox batch does not prove to trailer"
                           TO ERR-MESSAGE-TEXT
                       PERFORM 3150-FAIL-BATCH THRU 3150-EXIT
                       GO TO 3100-EXIT
                   END-IF
                   ADD 1 TO WS-BATCHES-PROVED
               WHEN OTHER
                   MOVE 'Y' TO WS-LBX-BATCH-BAD-SW
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3150-FAIL-BATCH - the batch is logged and remembered so  *
      *    the posting pass leaves its cheques alone                *
      *-----------------------------------------------------------*
       3150-FAIL-BATCH.
           MOVE "LBXB" TO ERR-CODE
           MOVE "LBX-T-BATCH-NO" TO ERR-FIELD-NAME
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           ADD 1 TO WS-BATCHES-FAILED
           MOVE 'N' TO WS-LBX-IN-BATCH-SW
           IF WS-BB-COUNT < 100
               ADD 1 TO WS-BB-COUNT
               MOVE WS-LBX-BATCH-NO TO WS-BB-BATCH-NO (WS-BB-COUNT)
           END-IF
           DISPLAY "PaymentPost - lockbox batch " WS-LBX-BATCH-NO
               " not proved, not posted".
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-POST-ONE-RECORD - cheques in a proved batch are     *
      *    applied; the rest are held for the bank to resend        *
      *-----------------------------------------------------------*
       3200-POST-ONE-RECORD.
           READ LOCKBOX-FILE
               AT END
                   MOVE 'Y' TO WS-LBX-EOF-SWITCH
                   GO TO 3200-EXIT
           END-READ
           EVALUATE TRUE
               WHEN LBX-IS-HEADER
                   MOVE 'Y' TO WS-LBX-IN-BATCH-SW
                   MOVE LBX-H-BATCH-NO TO WS-LBX-BATCH-NO
                   MOVE LBX-H-DEPOSIT-DATE TO WS-LBX-DEPOSIT-DATE
                   PERFORM 3250-CHECK-BAD-BATCH THRU 3250-EXIT
               WHEN LBX-IS-DETAIL
                   ADD 1 TO WS-PAYMENTS-READ
                   ADD 1 TO WS-LOCKBOX-READ
                   IF NOT WS-LBX-IN-BATCH OR WS-LBX-BATCH-BAD
                       ADD 1 TO WS-LOCKBOX-HELD
                       ADD 1 TO WS-PAYMENTS-REJECTED
                   ELSE
                       PERFORM 3300-APPLY-LOCKBOX-ITEM THRU 3300-EXIT
                   END-IF
               WHEN LBX-IS-TRAILER
                   MOVE 'N' TO WS-LBX-IN-BATCH-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3200-EXIT.
           EXIT.

       3250-CHECK-BAD-BATCH.
           MOVE 'N' TO WS-LBX-BATCH-BAD-SW
           MOVE ZERO TO WS-BB-SUB
           PERFORM 3260-CHECK-ONE-BAD THRU 3260-EXIT
               UNTIL WS-LBX-BATCH-BAD OR WS-BB-SUB >= WS-BB-COUNT.
       3250-EXIT.
           EXIT.

       3260-CHECK-ONE-BAD.
           ADD 1 TO WS-BB-SUB
           IF WS-BB-BATCH-NO (WS-BB-SUB) = WS-LBX-BATCH-NO
               MOVE 'Y' TO WS-LBX-BATCH-BAD-SW
           END-IF.
       3260-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-APPLY-LOCKBOX-ITEM - StudentId plus invoice number  *
      *    finds the invoice; the cheque then posts as an ordinary  *
      *    payment, or goes to suspense                             *
      *-----------------------------------------------------------*
       3300-APPLY-LOCKBOX-ITEM.
           MOVE WS-LBX-DEPOSIT-DATE TO WS-FSC-CHECK-DATE
           PERFORM 9440-CHECK-CLOSED-PERIOD THRU 9440-EXIT
           IF WS-FSC-DATE-CLOSED
               MOVE "FYCL" TO SUS-REASON-CODE
               PERFORM 3500-SUSPEND-ITEM THRU 3500-EXIT
               GO TO 3300-EXIT
           END-IF
           IF LBX-D-STUDENT-ID NOT NUMERIC
                   OR LBX-D-INVOICE-NUMBER NOT NUMERIC
               MOVE "NMAT" TO SUS-REASON-CODE
               PERFORM 3500-SUSPEND-ITEM THRU 3500-EXIT
               GO TO 3300-EXIT
           END-IF
           PERFORM 3400-FIND-INVOICE THRU 3400-EXIT
           IF NOT WS-INVOICE-FOUND
               MOVE "NMAT" TO SUS-REASON-CODE
               PERFORM 3500-SUSPEND-ITEM THRU 3500-EXIT
               GO TO 3300-EXIT
           END-IF
           IF (NOT INV-STATUS-OPEN AND NOT INV-STATUS-PLACED)
                   OR INV-AMOUNT-PAID + LBX-D-AMOUNT >
                       INV-AMOUNT-BILLED
               MOVE "OVER" TO SUS-REASON-CODE
               PERFORM 3500-SUSPEND-ITEM THRU 3500-EXIT
               GO TO 3300-EXIT
           END-IF
           MOVE SPACES TO PAYMENT-TRANSACTION
           MOVE INV-STUDENT-ID      TO PAY-STUDENT-ID
           MOVE INV-COURSE-CODE     TO PAY-COURSE-CODE
           MOVE LBX-D-AMOUNT        TO PAY-AMOUNT
           MOVE WS-LBX-DEPOSIT-DATE TO PAY-RECEIVED-DATE
           MOVE "LOCKBOX "          TO PAY-CASHIER-ID
           MOVE ZERO                TO PAY-RECEIPT-NO
           PERFORM 2200-APPLY-PAYMENT THRU 2200-EXIT
           ADD 1 TO WS-LOCKBOX-POSTED.
       3300-EXIT.
           EXIT.

       3400-FIND-INVOICE.
           MOVE 'N' TO WS-INVOICE-FOUND-SW
           MOVE 'N' TO WS-INVOICE-DONE-SW
           MOVE LBX-D-STUDENT-ID TO INV-STUDENT-ID
           MOVE LOW-VALUES       TO INV-COURSE-CODE
           START INVOICE-FILE KEY NOT < INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INVOICE-DONE-SW
           END-START
           PERFORM 3410-CHECK-ONE-INVOICE THRU 3410-EXIT
               UNTIL WS-INVOICE-DONE OR WS-INVOICE-FOUND.
       3400-EXIT.
           EXIT.

       3410-CHECK-ONE-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INVOICE-DONE-SW
                   GO TO 3410-EXIT
           END-READ
           IF INV-STUDENT-ID NOT = LBX-D-STUDENT-ID
               MOVE 'Y' TO WS-INVOICE-DONE-SW
               GO TO 3410-EXIT
           END-IF
           IF INV-INVOICE-NUMBER = LBX-D-INVOICE-NUMBER
               MOVE 'Y' TO WS-INVOICE-FOUND-SW
           END-IF.
       3410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3500-SUSPEND-ITEM - the cheque is banked but unapplied;  *
      *    it waits in suspense under the next suspense number      *
      *-----------------------------------------------------------*
       3500-SUSPEND-ITEM.
           ADD 1 TO WS-NEXT-SUSPENSE-NO
           MOVE WS-NEXT-SUSPENSE-NO  TO SUS-SUSPENSE-NO
           SET SUS-STATUS-OPEN TO TRUE
           MOVE WS-LBX-DEPOSIT-DATE  TO SUS-RECEIVED-DATE
           MOVE WS-LBX-BATCH-NO      TO SUS-LOCKBOX-BATCH-NO
           MOVE LBX-D-ITEM-NO        TO SUS-LOCKBOX-ITEM-NO
           MOVE LBX-D-CHECK-NUMBER   TO SUS-CHECK-NUMBER
           MOVE LBX-D-STUDENT-ID     TO SUS-STUDENT-ID
           MOVE LBX-D-INVOICE-NUMBER TO SUS-INVOICE-NUMBER
           MOVE LBX-D-REMITTER-NAME  TO SUS-REMITTER-NAME
           MOVE LBX-D-AMOUNT         TO SUS-AMOUNT-RECEIVED
           MOVE LBX-D-AMOUNT         TO SUS-AMOUNT-OPEN
           MOVE WS-PROCESSING-DATE   TO SUS-LAST-ACTION-DATE
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   MOVE "SUSW" TO ERR-CODE
                   MOVE "SUS-SUSPENSE-NO" TO ERR-FIELD-NAME
                   MOVE LOCKBOX-DETAIL-RECORD TO ERR-INPUT-DATA
                   MOVE "Suspense item could not be written"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-PAYMENTS-REJECTED
                   GO TO 3500-EXIT
           END-WRITE
           MOVE 'W' TO WS-JRN-ACTION-CODE
           PERFORM 3600-JOURNAL-SUSPENSE THRU 3600-EXIT
           ADD 1 TO WS-LOCKBOX-SUSPENDED
           ADD LBX-D-AMOUNT TO WS-TOTAL-SUSPENDED
           DISPLAY "PaymentPost - cheque " LBX-D-CHECK-NUMBER
               " to suspense " SUS-SUSPENSE-NO " " SUS-REASON-CODE.
       3500-EXIT.
           EXIT.

       3600-JOURNAL-SUSPENSE.
           MOVE "UNAPPLD " TO WS-JRN-FILE-NAME
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE SUS-SUSPENSE-NO TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE SUSPENSE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8900-RELEASE-ALL-LOCKS - end-of-job lock release; a      *
      *    lock not held by this run is left alone                  *
       8900-RELEASE-ALL-LOCKS.
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           MOVE "UNAPPLD " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT.
       8900-EXIT.
           EXIT.
           CLOSE INVOICE-FILE
           CLOSE PAYMENT-PLAN-FILE
           CLOSE FINANCIAL-HOLD-FILE
           IF NOT WS-COLLECT-NOTFOUND
               CLOSE COLLECTION-ACCOUNT-FILE
           END-IF
           CLOSE SUSPENSE-FILE
           CLOSE MONEY-CONTROL-FILE
           CLOSE ERROR-LOG-FILE
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           PERFORM 9930-CLOSE-ACCOUNT-LEDGER THRU 9930-EXIT
           PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
           DISPLAY "Payments read     : " WS-PAYMENTS-READ
           DISPLAY "Payments posted   : " WS-PAYMENTS-POSTED
           DISPLAY "Reversals posted  : " WS-REVERSALS-POSTED
           DISPLAY "Amount posted     : " WS-TOTAL-POSTED
           DISPLAY "Amount reversed   : " WS-TOTAL-REVERSED
           DISPLAY "Lockbox cheques   : " WS-LOCKBOX-READ
           DISPLAY "  posted          : " WS-LOCKBOX-POSTED
           DISPLAY "  to suspense     : " WS-LOCKBOX-SUSPENDED
           DISPLAY "  held, batch bad : " WS-LOCKBOX-HELD
           DISPLAY "Batches proved    : " WS-BATCHES-PROVED
           DISPLAY "Batches failed    : " WS-BATCHES-FAILED
           DISPLAY "Amount suspended  : " WS-TOTAL-SUSPENDED
           DISPLAY "Suspense applied  : " WS-SUSPENSE-APPLIED
           DISPLAY "Suspense returned : " WS-SUSPENSE-RESTORED
           IF WS-PAYMENTS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
               MOVE WS-REVERSALS-POSTED TO CTM-RECORD-COUNT
               MOVE WS-TOTAL-RCHECK-FEES TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
           END-IF
           IF WS-LOCKBOX-SUSPENDED > ZERO
               MOVE "UNAPPLD " TO CTM-PROGRAM-ID
               MOVE WS-LOCKBOX-SUSPENDED TO CTM-RECORD-COUNT
               MOVE WS-TOTAL-SUSPENDED TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
           END-IF
           IF WS-SUSPENSE-APPLIED > ZERO
               MOVE "SUSPAPPL" TO CTM-PROGRAM-ID
               MOVE WS-SUSPENSE-APPLIED TO CTM-RECORD-COUNT
               MOVE WS-TOTAL-SUSP-APPLIED TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
           END-IF.
       9100-EXIT.
           EXIT.
       COPY LOCKPA.

       COPY JRNLPA.

       COPY ACCTLPA.

       COPY FSCLPA.
