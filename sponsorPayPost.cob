      ******************************************************************
      *    PROGRAM-ID: SponsorPayPost
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Posts third-party sponsor payments
      *                  (SPNPAY.DAT) against the consolidated sponsor
      *                  invoices SponsorInvoice raised.  Each payment
      *                  is credited to its invoice (SPNINV.DAT) -
      *                  an invoice paid in full is marked PAID - and
      *                  spread over the student charges on the
      *                  invoice (SPONRCV.DAT) in student and course
      *                  order, each charge taking what it still owes
      *                  until the payment is used up.  Nothing
      *                  touches the student's own invoice or account:
      *                  the sponsor's share left them when it was
      *                  billed.  The day's sponsor cash rides the
      *                  SPNSPAY money control for the GL export
      *                  (cash against the sponsor receivable).  A
      *                  payment that is not numeric, names no
      *                  invoice, names another sponsor's invoice, or
      *                  would overpay the invoice is rejected to the
      *                  exception log and the run ends RC 8.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      *      2026-10-15  DF  Open sponsor credits (SPNCRED.DAT) come
      *                      off their invoices before payments are
      *                      posted.  A charge cancelled or already
      *                      covered by what was paid takes none of
      *                      a payment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SponsorPayPost.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-TXN-FILE ASSIGN TO "SPNPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SPONSOR-INVOICE-FILE ASSIGN TO "SPNINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPI-INVOICE-NUMBER
               FILE STATUS IS WS-SPNINV-STATUS.

           SELECT SPONSOR-RECEIVABLE-FILE ASSIGN TO "SPONRCV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPR-KEY
               FILE STATUS IS WS-SPONRCV-STATUS.

           SELECT SPONSOR-CREDIT-FILE ASSIGN TO "SPNCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPC-KEY
               FILE STATUS IS WS-SPNCRED-STATUS.

           SELECT MONEY-CONTROL-FILE ASSIGN TO "CTLMONEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           COPY LOCKSEL.
           COPY JRNLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  PAYMENT-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPNPAY.

       FD  SPONSOR-INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPNINV.

       FD  SPONSOR-RECEIVABLE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPONRCV.

       FD  SPONSOR-CREDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPNCRED.

       FD  MONEY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLMONEY.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.
       COPY LOCKWS.
       COPY JRNLWS.

       01  WS-TXN-STATUS            PIC X(02).
           88  WS-TXN-NOTFOUND      VALUE "35".

       01  WS-SPNINV-STATUS         PIC X(02).
           88  WS-SPNINV-NOTFOUND   VALUE "35".

       01  WS-SPONRCV-STATUS        PIC X(02).
           88  WS-SPONRCV-NOTFOUND  VALUE "35".

       01  WS-SPNCRED-STATUS        PIC X(02).
           88  WS-SPNCRED-NOTFOUND  VALUE "35".

       COPY SPCRWS.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-SPREAD-DONE-SWITCH PIC X(01).
               88  WS-SPREAD-DONE   VALUE 'Y'.

      *    What is left of the payment being spread over the
      *    invoice's charges, and what one charge still owes.
       01  WS-LEFT-TO-SPREAD        PIC 9(07)V99.
       01  WS-CHARGE-OWING          PIC 9(05)V99.

       01  WS-COUNTERS.
           05  WS-PAYMENTS-READ     PIC 9(07) VALUE ZERO.
           05  WS-PAYMENTS-POSTED   PIC 9(07) VALUE ZERO.
           05  WS-PAYMENTS-REJECTED PIC 9(07) VALUE ZERO.
           05  WS-INVOICES-CLEARED  PIC 9(05) VALUE ZERO.
           05  WS-CHARGES-CLEARED   PIC 9(07) VALUE ZERO.

       01  WS-TOTAL-POSTED          PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-POST-PAYMENT THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-PAYMENTS-READ TO JST-RECORDS-READ
           MOVE WS-PAYMENTS-POSTED TO JST-RECORDS-WRITTEN
           MOVE WS-PAYMENTS-REJECTED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "SponsorPayPo" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "SPNPAYPT" TO ERR-PROGRAM-ID
           MOVE "SponsorPayPo" TO WS-JRN-PROGRAM-ID
           MOVE "SponsorPayPo" TO WS-LOCK-PROGRAM-ID
           OPEN INPUT PAYMENT-TXN-FILE
           IF WS-TXN-NOTFOUND
               DISPLAY "SponsorPayPost - no SPNPAY.DAT, nothing to do"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "SPONRCV " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
               CLOSE PAYMENT-TXN-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O SPONSOR-INVOICE-FILE
           IF WS-SPNINV-NOTFOUND
               DISPLAY "SponsorPayPost - no sponsor invoices, "
                   "nothing can be paid"
               PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
               PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
               CLOSE PAYMENT-TXN-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O SPONSOR-RECEIVABLE-FILE
           OPEN EXTEND MONEY-CONTROL-FILE
           OPEN EXTEND ERROR-LOG-FILE
           PERFORM 9985-APPLY-SPONSOR-CREDITS THRU 9985-EXIT
           DISPLAY "SponsorPayPost - posting sponsor payments"
           PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-POST-PAYMENT.
           ADD 1 TO WS-PAYMENTS-READ
           PERFORM 2200-APPLY-PAYMENT THRU 2200-EXIT
           PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-PAYMENT.
           READ PAYMENT-TXN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-APPLY-PAYMENT - the payment must name an open       *
      *    invoice of the paying sponsor and not overpay it         *
      *-----------------------------------------------------------*
       2200-APPLY-PAYMENT.
           IF SPP-INVOICE-NUMBER NOT NUMERIC
                   OR SPP-AMOUNT NOT NUMERIC
                   OR SPP-AMOUNT = ZERO
               MOVE "TMPL" TO ERR-CODE
               MOVE "SPP-AMOUNT" TO ERR-FIELD-NAME
               MOVE SPONSOR-PAYMENT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Payment line misaligned or not numeric"
                   TO ERR-MESSAGE-TEXT
               PERFORM 8000-REJECT-PAYMENT THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE SPP-INVOICE-NUMBER TO SPI-INVOICE-NUMBER
           READ SPONSOR-INVOICE-FILE
               INVALID KEY
                   MOVE "SINV" TO ERR-CODE
                   MOVE "SPP-INVOICE-NUMBER" TO ERR-FIELD-NAME
                   MOVE SPONSOR-PAYMENT-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "No sponsor invoice with this number"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 8000-REJECT-PAYMENT THRU 8000-EXIT
                   GO TO 2200-EXIT
           END-READ
           IF SPI-SPONSOR-ID NOT = SPP-SPONSOR-ID
               MOVE "SPID" TO ERR-CODE
               MOVE "SPP-SPONSOR-ID" TO ERR-FIELD-NAME
               MOVE SPONSOR-PAYMENT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Invoice was billed to another sponsor"
                   TO ERR-MESSAGE-TEXT
               PERFORM 8000-REJECT-PAYMENT THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF
           IF SPI-STATUS-PAID
               MOVE "SETL" TO ERR-CODE
               MOVE "SPI-STATUS-CODE" TO ERR-FIELD-NAME
               MOVE SPONSOR-PAYMENT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Sponsor invoice already paid in full"
                   TO ERR-MESSAGE-TEXT
               PERFORM 8000-REJECT-PAYMENT THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF
           IF SPI-AMOUNT-PAID + SPP-AMOUNT > SPI-AMOUNT-BILLED
               MOVE "OVER" TO ERR-CODE
               MOVE "SPP-AMOUNT" TO ERR-FIELD-NAME
               MOVE SPONSOR-PAYMENT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Payment would overpay the sponsor invoice"
                   TO ERR-MESSAGE-TEXT
               PERFORM 8000-REJECT-PAYMENT THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF
           ADD SPP-AMOUNT TO SPI-AMOUNT-PAID
           IF SPI-AMOUNT-PAID >= SPI-AMOUNT-BILLED
               SET SPI-STATUS-PAID TO TRUE
               ADD 1 TO WS-INVOICES-CLEARED
           END-IF
           REWRITE SPONSOR-INVOICE-RECORD
           MOVE "SPNINV  " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE SPI-INVOICE-NUMBER TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE SPONSOR-INVOICE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           PERFORM 2300-SPREAD-PAYMENT THRU 2300-EXIT
           ADD 1 TO WS-PAYMENTS-POSTED
           ADD SPP-AMOUNT TO WS-TOTAL-POSTED.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-SPREAD-PAYMENT - the invoice's charges in key       *
      *    order, each taking what it still owes                    *
      *-----------------------------------------------------------*
       2300-SPREAD-PAYMENT.
           MOVE SPP-AMOUNT TO WS-LEFT-TO-SPREAD
           MOVE 'N' TO WS-SPREAD-DONE-SWITCH
           MOVE LOW-VALUES TO SPR-KEY
           START SPONSOR-RECEIVABLE-FILE KEY NOT < SPR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SPREAD-DONE-SWITCH
           END-START
           PERFORM 2310-SPREAD-ONE-CHARGE THRU 2310-EXIT
               UNTIL WS-SPREAD-DONE OR WS-LEFT-TO-SPREAD = ZERO.
       2300-EXIT.
           EXIT.

       2310-SPREAD-ONE-CHARGE.
           READ SPONSOR-RECEIVABLE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SPREAD-DONE-SWITCH
                   GO TO 2310-EXIT
           END-READ
           IF SPR-SPONSOR-INVOICE-NO NOT = SPI-INVOICE-NUMBER
                   OR SPR-STATUS-PAID
                   OR SPR-STATUS-CANCELLED
               GO TO 2310-EXIT
           END-IF
           IF SPR-AMOUNT-PAID NOT < SPR-AMOUNT-BILLED
               GO TO 2310-EXIT
           END-IF
           COMPUTE WS-CHARGE-OWING =
               SPR-AMOUNT-BILLED - SPR-AMOUNT-PAID
           IF WS-CHARGE-OWING > WS-LEFT-TO-SPREAD
               MOVE WS-LEFT-TO-SPREAD TO WS-CHARGE-OWING
           END-IF
           ADD WS-CHARGE-OWING TO SPR-AMOUNT-PAID
           SUBTRACT WS-CHARGE-OWING FROM WS-LEFT-TO-SPREAD
           IF SPR-AMOUNT-PAID >= SPR-AMOUNT-BILLED
               SET SPR-STATUS-PAID TO TRUE
               ADD 1 TO WS-CHARGES-CLEARED
           END-IF
           REWRITE SPONSOR-RECEIVABLE-RECORD
           MOVE "SPONRCV " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE SPR-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE SPONSOR-RECEIVABLE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT.
       2310-EXIT.
           EXIT.

       8000-REJECT-PAYMENT.
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           ADD 1 TO WS-PAYMENTS-REJECTED.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           IF WS-PAYMENTS-POSTED > ZERO
               PERFORM 9100-WRITE-MONEY-CONTROL THRU 9100-EXIT
           END-IF
           CLOSE PAYMENT-TXN-FILE
           CLOSE SPONSOR-INVOICE-FILE
           CLOSE SPONSOR-RECEIVABLE-FILE
           CLOSE MONEY-CONTROL-FILE
           CLOSE ERROR-LOG-FILE
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           MOVE "SPONRCV " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
           DISPLAY "Payments read        : " WS-PAYMENTS-READ
           DISPLAY "Payments posted      : " WS-PAYMENTS-POSTED
           DISPLAY "Payments rejected    : " WS-PAYMENTS-REJECTED
           DISPLAY "Invoices paid off    : " WS-INVOICES-CLEARED
           DISPLAY "Charges paid off     : " WS-CHARGES-CLEARED
           DISPLAY "Total posted         : " WS-TOTAL-POSTED
           DISPLAY "Credits applied      : " WS-SPC-APPLIED-COUNT
           DISPLAY "Total credited       : " WS-SPC-APPLIED-TOTAL
           IF WS-PAYMENTS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9100-WRITE-MONEY-CONTROL - sponsor cash against the      *
      *    sponsor receivable, for the GL export                    *
      *-----------------------------------------------------------*
       9100-WRITE-MONEY-CONTROL.
           MOVE "SPNSPAY " TO CTM-PROGRAM-ID
           MOVE WS-PROC-YEAR  TO CTM-RUN-YEAR
           MOVE WS-PROC-MONTH TO CTM-RUN-MONTH
           MOVE WS-PROC-DAY   TO CTM-RUN-DAY
           MOVE WS-PAYMENTS-POSTED TO CTM-RECORD-COUNT
           MOVE WS-TOTAL-POSTED TO CTM-AMOUNT-TOTAL
           WRITE MONEY-CONTROL-RECORD.
       9100-EXIT.
           EXIT.

       COPY ERRLOGPA.

       COPY PRCDTPA.

       COPY JOBSTAPA.

       COPY LOCKPA.

       COPY JRNLPA.

       COPY SPCRPA.
