      ******************************************************************
      *    COPYBOOK:    SPCRPA
      *    PURPOSE:     Common sponsor credit paragraph, in the
      *                 JRNLPA style.  Caller must declare
      *                 SPONSOR-CREDIT-FILE (SPNCRED.DAT, indexed on
      *                 SPC-KEY, status WS-SPNCRED-STATUS) and have
      *                 SPONSOR-INVOICE-FILE open I-O under the
      *                 SPONRCV run lock, COPY SPCRWS and the journal
      *                 set, and PERFORM 9985-APPLY-SPONSOR-CREDITS
      *                 THRU 9985-EXIT once.  Every open credit comes
      *                 off the unpaid balance of the sponsor invoice
      *                 that billed the share, as far as that
      *                 balance goes; an invoice brought down to what
      *                 was paid is closed.  What the sponsor has
      *                 already paid stays open on the credit as
      *                 money due back to the sponsor.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       9985-APPLY-SPONSOR-CREDITS.
           OPEN I-O SPONSOR-CREDIT-FILE
           IF WS-SPNCRED-NOTFOUND
               GO TO 9985-EXIT
           END-IF
           MOVE 'N' TO WS-SPC-EOF-SW
           PERFORM 9986-APPLY-ONE-CREDIT THRU 9986-EXIT
               UNTIL WS-SPC-END
           CLOSE SPONSOR-CREDIT-FILE.
       9985-EXIT.
           EXIT.

       9986-APPLY-ONE-CREDIT.
           READ SPONSOR-CREDIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SPC-EOF-SW
                   GO TO 9986-EXIT
           END-READ
           IF NOT SPC-STATUS-OPEN OR SPC-NOT-ON-INVOICE
               GO TO 9986-EXIT
           END-IF
           IF SPC-AMOUNT-APPLIED NOT < SPC-CREDIT-AMOUNT
               GO TO 9986-EXIT
           END-IF
           MOVE SPC-SPONSOR-INVOICE-NO TO SPI-INVOICE-NUMBER
           READ SPONSOR-INVOICE-FILE
               INVALID KEY
                   GO TO 9986-EXIT
           END-READ
           IF SPI-AMOUNT-PAID NOT < SPI-AMOUNT-BILLED
               GO TO 9986-EXIT
           END-IF
           COMPUTE WS-SPC-TAKE =
               SPC-CREDIT-AMOUNT - SPC-AMOUNT-APPLIED
           COMPUTE WS-SPC-INVOICE-OPEN =
               SPI-AMOUNT-BILLED - SPI-AMOUNT-PAID
           IF WS-SPC-TAKE > WS-SPC-INVOICE-OPEN
               MOVE WS-SPC-INVOICE-OPEN TO WS-SPC-TAKE
           END-IF
           SUBTRACT WS-SPC-TAKE FROM SPI-AMOUNT-BILLED
           IF SPI-AMOUNT-PAID NOT < SPI-AMOUNT-BILLED
               SET SPI-STATUS-PAID TO TRUE
           END-IF
           REWRITE SPONSOR-INVOICE-RECORD
           MOVE "SPNINV  " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE SPI-INVOICE-NUMBER TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE SPONSOR-INVOICE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           ADD WS-SPC-TAKE TO SPC-AMOUNT-APPLIED
           IF SPC-AMOUNT-APPLIED NOT < SPC-CREDIT-AMOUNT
               SET SPC-STATUS-APPLIED TO TRUE
           END-IF
           REWRITE SPONSOR-CREDIT-RECORD
           MOVE "SPNCRED " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE SPC-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE SPONSOR-CREDIT-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           ADD 1 TO WS-SPC-APPLIED-COUNT
           ADD WS-SPC-TAKE TO WS-SPC-APPLIED-TOTAL.
       9986-EXIT.
           EXIT.
