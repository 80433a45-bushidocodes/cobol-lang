      ******************************************************************
      *    COPYBOOK:    SPRVPA
      *    PURPOSE:     Common sponsor share reversal paragraph, in
      *                 the ACCTLPA style.  Caller must COPY SPRVSEL
      *                 into FILE-CONTROL, SPRVFD into the FILE
      *                 SECTION and SPRVWS into WORKING-STORAGE, with
      *                 the journal (JRNL) and account ledger (ACCTL)
      *                 sets and PRCDTWS alongside, hold the SPONRCV
      *                 run lock for the run, and PERFORM
      *                 9970-REVERSE-SPONSOR-SHARE THRU 9970-EXIT per
      *                 enrollment given up.  The sponsor receivable
      *                 for the student and course is cut by the
      *                 whole of what is still billed, or by the
      *                 refund-schedule percentage once; cut to zero
      *                 it is cancelled.  The cut goes back on the
      *                 authorization's amount covered, so the term
      *                 cap measures only what the sponsor still
      *                 carries, and onto SPNCRED.DAT - applied at
      *                 once when the share was not yet invoiced,
      *                 open against the sponsor invoice when it
      *                 was.  The student's account shows the share
      *                 withdrawn (SPNR) and the charge reversed
      *                 (ADJC), so the balance does not move.
      *                 9978 closes the files at end of job.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       9970-REVERSE-SPONSOR-SHARE.
           MOVE ZERO TO WS-SRV-AMOUNT
           IF WS-SRV-NOT-OPENED
               PERFORM 9975-OPEN-SPONSOR-FILES THRU 9975-EXIT
           END-IF
           IF NOT WS-SRV-FILES-OPEN
               GO TO 9970-EXIT
           END-IF
           MOVE WS-SRV-STUDENT-ID  TO SPR-STUDENT-ID
           MOVE WS-SRV-COURSE-CODE TO SPR-COURSE-CODE
           READ SPONSOR-RECEIVABLE-FILE
               INVALID KEY
                   GO TO 9970-EXIT
           END-READ
           IF SPR-STATUS-CANCELLED OR SPR-AMOUNT-BILLED = ZERO
               GO TO 9970-EXIT
           END-IF
           MOVE SPR-KEY TO SPC-KEY
           MOVE 'Y' TO WS-SRV-CREDIT-SW
           READ SPONSOR-CREDIT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SRV-CREDIT-SW
           END-READ
           IF WS-SRV-REFUND-SHARE
               IF WS-SRV-CREDIT-ON-FILE
                   GO TO 9970-EXIT
               END-IF
               COMPUTE WS-SRV-AMOUNT ROUNDED =
                   SPR-AMOUNT-BILLED * WS-SRV-PERCENT / 100
               IF WS-SRV-AMOUNT > SPR-AMOUNT-BILLED
                   MOVE SPR-AMOUNT-BILLED TO WS-SRV-AMOUNT
               END-IF
           ELSE
               MOVE SPR-AMOUNT-BILLED TO WS-SRV-AMOUNT
           END-IF
           IF WS-SRV-AMOUNT = ZERO
               GO TO 9970-EXIT
           END-IF
           SUBTRACT WS-SRV-AMOUNT FROM SPR-AMOUNT-BILLED
           IF SPR-AMOUNT-BILLED = ZERO
               SET SPR-STATUS-CANCELLED TO TRUE
           ELSE
               IF NOT SPR-NOT-YET-INVOICED
                       AND SPR-AMOUNT-PAID NOT < SPR-AMOUNT-BILLED
                   SET SPR-STATUS-PAID TO TRUE
               END-IF
           END-IF
           REWRITE SPONSOR-RECEIVABLE-RECORD
           MOVE "SPONRCV " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE SPR-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE SPONSOR-RECEIVABLE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           PERFORM 9971-GIVE-BACK-COVER THRU 9971-EXIT
           PERFORM 9972-RECORD-SPONSOR-CREDIT THRU 9972-EXIT
           MOVE SPR-STUDENT-ID  TO WS-ACL-STUDENT-ID
           MOVE SPR-COURSE-CODE TO WS-ACL-COURSE-CODE
           MOVE "SPNR" TO WS-ACL-TXN-TYPE
           MOVE WS-SRV-AMOUNT TO WS-ACL-AMOUNT
           MOVE SPR-SPONSOR-ID TO WS-ACL-REFERENCE
           PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT
           MOVE "ADJC" TO WS-ACL-TXN-TYPE
           MOVE SPR-STUDENT-INVOICE-NO TO WS-ACL-REFERENCE
           PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT
           ADD 1 TO WS-SRV-COUNT
           ADD WS-SRV-AMOUNT TO WS-SRV-TOTAL.
       9970-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9971-GIVE-BACK-COVER - the authorization's amount        *
      *    covered for the term comes down by the cut               *
      *-----------------------------------------------------------*
       9971-GIVE-BACK-COVER.
           IF NOT WS-SRV-AUTH-OPEN
               GO TO 9971-EXIT
           END-IF
           MOVE SPR-STUDENT-ID TO SPA-STUDENT-ID
           MOVE SPR-TERM-CODE  TO SPA-TERM-CODE
           READ SPONSOR-AUTH-FILE
               INVALID KEY
                   GO TO 9971-EXIT
           END-READ
           IF SPA-AMOUNT-COVERED > WS-SRV-AMOUNT
               SUBTRACT WS-SRV-AMOUNT FROM SPA-AMOUNT-COVERED
           ELSE
               MOVE ZERO TO SPA-AMOUNT-COVERED
           END-IF
           REWRITE SPONSOR-AUTHORIZATION-RECORD
           MOVE "SPNAUTH " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE SPA-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE SPONSOR-AUTHORIZATION-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT.
       9971-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9972-RECORD-SPONSOR-CREDIT - the cut on SPNCRED.DAT;     *
      *    owed back on the sponsor invoice when the share was      *
      *    already invoiced, applied at once when it was not        *
      *-----------------------------------------------------------*
       9972-RECORD-SPONSOR-CREDIT.
           IF WS-SRV-CREDIT-ON-FILE
               ADD WS-SRV-AMOUNT TO SPC-CREDIT-AMOUNT
               MOVE 'R' TO WS-JRN-ACTION-CODE
           ELSE
               MOVE SPR-SPONSOR-ID TO SPC-SPONSOR-ID
               MOVE SPR-TERM-CODE  TO SPC-TERM-CODE
               MOVE WS-SRV-AMOUNT  TO SPC-CREDIT-AMOUNT
               MOVE ZERO           TO SPC-AMOUNT-APPLIED
               MOVE 'W' TO WS-JRN-ACTION-CODE
           END-IF
           MOVE SPR-SPONSOR-INVOICE-NO TO SPC-SPONSOR-INVOICE-NO
           MOVE WS-PROCESSING-DATE     TO SPC-CREDIT-DATE
           MOVE WS-ACL-PROGRAM-ID      TO SPC-SOURCE-PROGRAM
           IF SPR-NOT-YET-INVOICED
               ADD WS-SRV-AMOUNT TO SPC-AMOUNT-APPLIED
               SET SPC-STATUS-APPLIED TO TRUE
           ELSE
               SET SPC-STATUS-OPEN TO TRUE
           END-IF
           IF WS-SRV-CREDIT-ON-FILE
               REWRITE SPONSOR-CREDIT-RECORD
           ELSE
               WRITE SPONSOR-CREDIT-RECORD
           END-IF
           MOVE "SPNCRED " TO WS-JRN-FILE-NAME
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE SPC-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE SPONSOR-CREDIT-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT.
       9972-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9975-OPEN-SPONSOR-FILES - no receivable file, nothing    *
      *    to give back; the credit file is started when missing    *
      *-----------------------------------------------------------*
       9975-OPEN-SPONSOR-FILES.
           OPEN I-O SPONSOR-RECEIVABLE-FILE
           IF WS-SPONRCV-NOTFOUND
               SET WS-SRV-NO-SPONSORS TO TRUE
               GO TO 9975-EXIT
           END-IF
           OPEN I-O SPONSOR-AUTH-FILE
           IF NOT WS-SPNAUTH-NOTFOUND
               MOVE 'Y' TO WS-SRV-AUTH-SW
           END-IF
           OPEN I-O SPONSOR-CREDIT-FILE
           IF WS-SPNCRED-NOTFOUND
               CLOSE SPONSOR-CREDIT-FILE
               OPEN OUTPUT SPONSOR-CREDIT-FILE
               CLOSE SPONSOR-CREDIT-FILE
               OPEN I-O SPONSOR-CREDIT-FILE
           END-IF
           SET WS-SRV-FILES-OPEN TO TRUE.
       9975-EXIT.
           EXIT.

       9978-CLOSE-SPONSOR-FILES.
           IF WS-SRV-FILES-OPEN
               CLOSE SPONSOR-RECEIVABLE-FILE
               CLOSE SPONSOR-CREDIT-FILE
               IF WS-SRV-AUTH-OPEN
                   CLOSE SPONSOR-AUTH-FILE
                   MOVE 'N' TO WS-SRV-AUTH-SW
               END-IF
               SET WS-SRV-NOT-OPENED TO TRUE
           END-IF.
       9978-EXIT.
           EXIT.
