      ******************************************************************
      *    COPYBOOK:    ACCTLPA
      *    PURPOSE:     Common account-ledger paragraph, in the
      *                 JRNLPA style.  Caller must COPY ACCTLSEL
      *                 into FILE-CONTROL, ACCTLFD into the FILE
      *                 SECTION and ACCTLWS and PRCDTWS into
      *                 WORKING-STORAGE, fill WS-ACL-PROGRAM-ID once
      *                 and the student / type / course / amount /
      *                 reference per event, then PERFORM
      *                 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT.  The
      *                 row is dated with the processing date and
      *                 the direction follows from the type; a zero
      *                 amount posts nothing.  9930 closes the
      *                 ledger at end of job.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  SPNR, a sponsor share given back, posts
      *                      as a debit.
      ******************************************************************
       9900-POST-ACCOUNT-LEDGER.
           IF WS-ACL-AMOUNT = ZERO
               GO TO 9900-EXIT
           END-IF
           IF NOT WS-ACL-FILE-OPEN
               OPEN EXTEND ACCOUNT-LEDGER-FILE
               MOVE 'Y' TO WS-ACL-OPEN-SW
           END-IF
           MOVE WS-ACL-STUDENT-ID  TO ACL-STUDENT-ID
           MOVE WS-PROCESSING-DATE TO ACL-POSTED-DATE
           MOVE WS-ACL-TXN-TYPE    TO ACL-TXN-TYPE
           EVALUATE TRUE
               WHEN ACL-CHARGE
               WHEN ACL-REVERSAL
               WHEN ACL-RCHECK-FEE
               WHEN ACL-LATE-FEE
               WHEN ACL-REFUND
               WHEN ACL-TRANSFER-IN
               WHEN ACL-SPONSOR-WITHDRAWN
                   SET ACL-DEBIT TO TRUE
               WHEN OTHER
                   SET ACL-CREDIT TO TRUE
           END-EVALUATE
           MOVE WS-ACL-COURSE-CODE TO ACL-COURSE-CODE
           MOVE WS-ACL-AMOUNT      TO ACL-AMOUNT
           MOVE WS-ACL-REFERENCE   TO ACL-REFERENCE
           MOVE WS-ACL-PROGRAM-ID  TO ACL-PROGRAM-ID
           WRITE ACCOUNT-LEDGER-RECORD.
       9900-EXIT.
           EXIT.

       9930-CLOSE-ACCOUNT-LEDGER.
           IF WS-ACL-FILE-OPEN
               CLOSE ACCOUNT-LEDGER-FILE
               MOVE 'N' TO WS-ACL-OPEN-SW
           END-IF.
       9930-EXIT.
           EXIT.
