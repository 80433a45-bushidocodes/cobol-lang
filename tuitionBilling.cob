      *                      timestamped after-image to the update
      *                      journal, so a restore can be rolled
      *                      forward instead of rekeyed.
      *      2026-10-15  DF  Per-credit tuition: a course carrying a
      *                      CRS-CREDIT-RATE bills credit hours times
      *                      the rate on top of its flat (or dated)
      *                      fee, so a course may bill flat, per
      *                      credit, or both.
      *      2026-10-15  DF  Each invoice raised posts its fee, and
      *                      any award credit against it, to the
      *                      student account ledger (ACCTLDG.DAT)
      *                      for the monthly statement.
      *      2026-10-15  DF  Third-party sponsors: where the student
      *                      holds an active sponsor authorization
      *                      for the invoice's term (SPNAUTH.DAT),
      *                      the sponsor's share of the charge left
      *                      after any award - its percentage, or up
      *                      to its dollar cap for the term - comes
      *                      off the student invoice and is written
      *                      to the sponsor receivable (SPONRCV.DAT)
      *                      for the consolidated sponsor invoice,
      *                      so the student is never dunned or held
      *                      for it.  The share rides an SPNSBILL
      *                      money control.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TuitionBilling.
               RECORD KEY IS FEH-RULE-KEY
               FILE STATUS IS WS-FEEHIST-STATUS.

           COPY SPONSEL.

           SELECT SPONSOR-AUTH-FILE ASSIGN TO "SPNAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPA-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT SPONSOR-RECEIVABLE-FILE ASSIGN TO "SPONRCV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPR-KEY
               FILE STATUS IS WS-SPONRCV-STATUS.

           COPY PRCDTSEL.

           COPY JOBSTSEL.
           COPY LOCKSEL.
           COPY JRNLSEL.
           COPY ACCTLSEL.



           05  APL-CREDIT-AMOUNT    PIC 9(05)V99.
           05  APL-APPLIED-DATE     PIC 9(08).

       COPY SPONFD.

       FD  SPONSOR-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPNAUTH.

       FD  SPONSOR-RECEIVABLE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPONRCV.

       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.
       COPY ACCTLFD.



       COPY SYSCLOCK.
       COPY LOCKWS.
       COPY JRNLWS.
       COPY ACCTLWS.
       COPY SPONWS.



           88  WS-FEE-DONE          VALUE 'Y'.

       01  WS-EFFECTIVE-FEE         PIC 9(05)V99.
       01  WS-CREDIT-CHARGE         PIC 9(05)V99.
       01  WS-BEST-FROM-DATE        PIC 9(08).
       01  WS-ENROLL-DATE-NUM       PIC 9(08).

       01  WS-CREDITS-APPLIED       PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-CREDITED        PIC 9(09)V99 VALUE ZERO.

       01  WS-AUTH-STATUS           PIC X(02).
           88  WS-AUTH-NOTFOUND     VALUE "35".

       01  WS-SPONRCV-STATUS        PIC X(02).
           88  WS-SPONRCV-OK        VALUE "00".
           88  WS-SPONRCV-NOTFOUND  VALUE "35".

      *    The sponsor's share of the invoice being raised, and the
      *    run's count and total moved to sponsor receivables.
       01  WS-SPONSOR-AMOUNT        PIC 9(05)V99.
       01  WS-SPONSOR-ROOM          PIC S9(05)V99.
       01  WS-SPONSOR-NOTE-SWITCH   PIC X(01).
           88  WS-SPONSOR-NOTE-NONE    VALUE SPACE.
           88  WS-SPONSOR-NOT-ON-FILE  VALUE 'M'.
           88  WS-SPONSOR-SHARE-EXISTS VALUE 'D'.
       01  WS-SPONSORED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-SPONSORED       PIC 9(09)V99 VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WRD-COURSE-CODE      PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WRD-AMOUNT           PIC $$$,$$9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WRD-SPONSOR-AMOUNT   PIC $$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRD-SPONSOR-ID       PIC X(06).

       01  WS-REGISTER-TOTAL-LINE.
           05  FILLER               PIC X(18) VALUE
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
           MOVE "TuitionBilli" TO WS-JRN-PROGRAM-ID
           MOVE "TuitionBilli" TO WS-ACL-PROGRAM-ID
           OPEN INPUT ENROLLMENT-MASTER-FILE
           OPEN INPUT COURSE-MASTER-FILE
           OPEN I-O   INVOICE-FILE
                   "at the current course fee"
           END-IF
           PERFORM 1200-LOAD-AWARDS THRU 1200-EXIT
           PERFORM 1300-OPEN-SPONSOR-FILES THRU 1300-EXIT
           PERFORM 1100-FIND-HIGH-INVOICE THRU 1100-EXIT
           MOVE CURRENT-DATE-WS TO WRH-DATE
           MOVE WS-REGISTER-HEADING TO REGISTER-PRINT-LINE
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-OPEN-SPONSOR-FILES - no authorization file means    *
      *    no student is sponsored and nothing else is opened       *
      *-----------------------------------------------------------*
       1300-OPEN-SPONSOR-FILES.
           OPEN I-O SPONSOR-AUTH-FILE
           IF WS-AUTH-NOTFOUND
               GO TO 1300-EXIT
           END-IF
           OPEN INPUT SPONSOR-MASTER-FILE
           IF WS-SPONSOR-NOTFOUND
               DISPLAY "TuitionBilling - authorizations on file but "
                   "no sponsor master; nothing moved to sponsors"
               CLOSE SPONSOR-AUTH-FILE
               MOVE "35" TO WS-AUTH-STATUS
               GO TO 1300-EXIT
           END-IF
           OPEN I-O SPONSOR-RECEIVABLE-FILE
           IF WS-SPONRCV-NOTFOUND
               CLOSE SPONSOR-RECEIVABLE-FILE
               OPEN OUTPUT SPONSOR-RECEIVABLE-FILE
               CLOSE SPONSOR-RECEIVABLE-FILE
               OPEN I-O SPONSOR-RECEIVABLE-FILE
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-FIND-HIGH-INVOICE - carry invoice numbering on      *
      *    from the highest number already on file                  *
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO CRS-COURSE-FEE
                   MOVE ZERO TO CRS-CREDIT-HOURS
                   MOVE ZERO TO CRS-CREDIT-RATE
           END-READ
           MOVE CRS-COURSE-FEE TO WS-EFFECTIVE-FEE
           IF NOT WS-FEEHIST-NOTFOUND
               PERFORM 2220-PICK-DATED-FEE THRU 2220-EXIT
           END-IF
           PERFORM 2240-ADD-CREDIT-CHARGE THRU 2240-EXIT
           IF WS-EFFECTIVE-FEE = ZERO
               ADD 1 TO WS-NO-FEE-SKIPPED
               GO TO 2200-EXIT
           MOVE CURRENT-DAY     TO INV-BILLED-DAY
           MOVE WS-EFFECTIVE-FEE TO INV-AMOUNT-BILLED
           PERFORM 2250-APPLY-AWARD-CREDIT THRU 2250-EXIT
           PERFORM 2290-APPLY-SPONSOR-SHARE THRU 2290-EXIT
           MOVE ZERO            TO INV-AMOUNT-PAID
           SET INV-STATUS-OPEN  TO TRUE
           WRITE INVOICE-RECORD
               MOVE INVOICE-RECORD TO WS-JRN-AFTER-IMAGE
               PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
               ADD INV-AMOUNT-BILLED TO WS-TOTAL-BILLED
               PERFORM 2280-POST-CHARGE-LEDGER THRU 2280-EXIT
               IF WS-CREDIT-AMOUNT > ZERO
                   ADD 1 TO WS-CREDITS-APPLIED
                   ADD WS-CREDIT-AMOUNT TO WS-TOTAL-CREDITED
                   PERFORM 2270-WRITE-APPLIED-AWARD THRU 2270-EXIT
               END-IF
               IF WS-SPONSOR-AMOUNT > ZERO
                   PERFORM 2295-WRITE-SPONSOR-SHARE THRU 2295-EXIT
               END-IF
               IF NOT WS-SPONSOR-NOTE-NONE
                   PERFORM 2298-SHOW-SPONSOR-NOTE THRU 2298-EXIT
               END-IF
               PERFORM 2300-PRINT-REGISTER-LINE THRU 2300-EXIT
           ELSE
               SUBTRACT 1 FROM WS-NEXT-INVOICE-NUMBER
       2230-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2240-ADD-CREDIT-CHARGE - credit hours at the course's    *
      *    per-credit rate, added to the flat fee; a course with    *
      *    no rate (or a row from before the cutover) bills flat    *
      *-----------------------------------------------------------*
       2240-ADD-CREDIT-CHARGE.
           MOVE ZERO TO WS-CREDIT-CHARGE
           IF CRS-CREDIT-HOURS NOT NUMERIC
                   OR CRS-CREDIT-RATE NOT NUMERIC
               GO TO 2240-EXIT
           END-IF
           COMPUTE WS-CREDIT-CHARGE ROUNDED =
               CRS-CREDIT-HOURS * CRS-CREDIT-RATE
               ON SIZE ERROR
                   MOVE ZERO TO WS-CREDIT-CHARGE
           END-COMPUTE
           ADD WS-CREDIT-CHARGE TO WS-EFFECTIVE-FEE
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-EFFECTIVE-FEE
           END-ADD.
       2240-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2250-APPLY-AWARD-CREDIT - the first matching award row   *
      *    credits the invoice, capped at the fee                   *
           MOVE INV-COURSE-CODE  TO APL-COURSE-CODE
           MOVE WS-CREDIT-AMOUNT TO APL-CREDIT-AMOUNT
           MOVE CURRENT-DATE-WS  TO APL-APPLIED-DATE
           WRITE AWARD-APPLIED-RECORD
           MOVE "AWRD" TO WS-ACL-TXN-TYPE
           MOVE WS-CREDIT-AMOUNT TO WS-ACL-AMOUNT
           MOVE WS-AW-FUND-SOURCE (WS-AWD-SUB) TO WS-ACL-REFERENCE
           PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT.
       2270-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2280-POST-CHARGE-LEDGER - the fee before any award or    *
      *    sponsor share on the student's account; each follows     *
      *    as its own credit                                        *
      *-----------------------------------------------------------*
       2280-POST-CHARGE-LEDGER.
           MOVE INV-STUDENT-ID  TO WS-ACL-STUDENT-ID
           MOVE INV-COURSE-CODE TO WS-ACL-COURSE-CODE
           MOVE "CHRG" TO WS-ACL-TXN-TYPE
           COMPUTE WS-ACL-AMOUNT =
               INV-AMOUNT-BILLED + WS-CREDIT-AMOUNT + WS-SPONSOR-AMOUNT
           MOVE INV-INVOICE-NUMBER TO WS-ACL-REFERENCE
           PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT.
       2280-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2290-APPLY-SPONSOR-SHARE - an active authorization for   *
      *    the term and an active sponsor: its percentage of what   *
      *    the award left, or what is left of its cap for the       *
      *    term, comes off the student's invoice                    *
      *-----------------------------------------------------------*
       2290-APPLY-SPONSOR-SHARE.
           MOVE ZERO TO WS-SPONSOR-AMOUNT
           SET WS-SPONSOR-NOTE-NONE TO TRUE
           IF WS-AUTH-NOTFOUND OR INV-AMOUNT-BILLED = ZERO
               GO TO 2290-EXIT
           END-IF
           MOVE INV-STUDENT-ID TO SPA-STUDENT-ID
           MOVE INV-TERM-CODE  TO SPA-TERM-CODE
           READ SPONSOR-AUTH-FILE
               INVALID KEY
                   GO TO 2290-EXIT
           END-READ
           IF NOT SPA-STATUS-ACTIVE
               GO TO 2290-EXIT
           END-IF
           MOVE SPA-SPONSOR-ID TO SPN-SPONSOR-ID
           READ SPONSOR-MASTER-FILE
               INVALID KEY
                   SET WS-SPONSOR-NOT-ON-FILE TO TRUE
                   GO TO 2290-EXIT
           END-READ
           IF NOT SPN-STATUS-ACTIVE
               GO TO 2290-EXIT
           END-IF
           MOVE INV-KEY TO SPR-KEY
           READ SPONSOR-RECEIVABLE-FILE
               NOT INVALID KEY
                   SET WS-SPONSOR-SHARE-EXISTS TO TRUE
                   GO TO 2290-EXIT
           END-READ
           IF SPN-COVERS-PERCENT
               COMPUTE WS-SPONSOR-AMOUNT ROUNDED =
                   INV-AMOUNT-BILLED * SPN-COVERAGE-VALUE / 100
           ELSE
               COMPUTE WS-SPONSOR-ROOM =
                   SPN-COVERAGE-VALUE - SPA-AMOUNT-COVERED
               IF WS-SPONSOR-ROOM > ZERO
                   MOVE WS-SPONSOR-ROOM TO WS-SPONSOR-AMOUNT
               END-IF
           END-IF
           IF WS-SPONSOR-AMOUNT > INV-AMOUNT-BILLED
               MOVE INV-AMOUNT-BILLED TO WS-SPONSOR-AMOUNT
           END-IF
           SUBTRACT WS-SPONSOR-AMOUNT FROM INV-AMOUNT-BILLED.
       2290-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2295-WRITE-SPONSOR-SHARE - the sponsor receivable line,  *
      *    the authorization's running total for its cap, and the   *
      *    share off the student's account                          *
      *-----------------------------------------------------------*
       2295-WRITE-SPONSOR-SHARE.
           MOVE INV-KEY            TO SPR-KEY
           MOVE SPA-SPONSOR-ID     TO SPR-SPONSOR-ID
           MOVE INV-TERM-CODE      TO SPR-TERM-CODE
           MOVE INV-INVOICE-NUMBER TO SPR-STUDENT-INVOICE-NO
           MOVE SPA-AUTH-REFERENCE TO SPR-AUTH-REFERENCE
           MOVE CURRENT-DATE-WS    TO SPR-BILLED-DATE
           MOVE WS-SPONSOR-AMOUNT  TO SPR-AMOUNT-BILLED
           MOVE ZERO               TO SPR-AMOUNT-PAID
           MOVE ZERO               TO SPR-SPONSOR-INVOICE-NO
           SET SPR-STATUS-OPEN TO TRUE
           WRITE SPONSOR-RECEIVABLE-RECORD
           MOVE "SPONRCV " TO WS-JRN-FILE-NAME
           MOVE 'W' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE SPR-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE SPONSOR-RECEIVABLE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           ADD WS-SPONSOR-AMOUNT TO SPA-AMOUNT-COVERED
               ON SIZE ERROR
                   MOVE 99999.99 TO SPA-AMOUNT-COVERED
           END-ADD
           REWRITE SPONSOR-AUTHORIZATION-RECORD
           MOVE "SPNAUTH " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE SPA-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE SPONSOR-AUTHORIZATION-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           ADD 1 TO WS-SPONSORED-COUNT
           ADD WS-SPONSOR-AMOUNT TO WS-TOTAL-SPONSORED
           MOVE "SPNS" TO WS-ACL-TXN-TYPE
           MOVE WS-SPONSOR-AMOUNT TO WS-ACL-AMOUNT
           MOVE SPA-SPONSOR-ID TO WS-ACL-REFERENCE
           PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT.
       2295-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2298-SHOW-SPONSOR-NOTE - a sponsored student billed in   *
      *    full, and why                                            *
      *-----------------------------------------------------------*
       2298-SHOW-SPONSOR-NOTE.
           IF WS-SPONSOR-NOT-ON-FILE
               DISPLAY "TuitionBilling - sponsor " SPA-SPONSOR-ID
                   " not on file, student " INV-STUDENT-ID
                   " billed in full"
           ELSE
               DISPLAY "TuitionBilling - sponsor share already "
                   "on file for " INV-STUDENT-ID " "
                   INV-COURSE-CODE ", billed in full"
           END-IF.
       2298-EXIT.
           EXIT.

       2300-PRINT-REGISTER-LINE.
           MOVE INV-INVOICE-NUMBER TO WRD-INVOICE-NUMBER
           MOVE INV-STUDENT-ID     TO WRD-STUDENT-ID
           MOVE INV-COURSE-CODE    TO WRD-COURSE-CODE
           MOVE INV-AMOUNT-BILLED  TO WRD-AMOUNT
           MOVE WS-SPONSOR-AMOUNT  TO WRD-SPONSOR-AMOUNT
           IF WS-SPONSOR-AMOUNT > ZERO
               MOVE SPA-SPONSOR-ID TO WRD-SPONSOR-ID
           ELSE
               MOVE SPACES TO WRD-SPONSOR-ID
           END-IF
           MOVE WS-REGISTER-DETAIL TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE.
       2300-EXIT.
       8900-RELEASE-ALL-LOCKS.
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           MOVE "SPONRCV " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT.
       8900-EXIT.
           EXIT.
           IF WS-CREDITS-APPLIED > ZERO
               PERFORM 9300-WRITE-AWARD-CONTROL THRU 9300-EXIT
           END-IF
           IF WS-SPONSORED-COUNT > ZERO
               PERFORM 9400-WRITE-SPONSOR-CONTROL THRU 9400-EXIT
           END-IF
           CLOSE ENROLLMENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE INVOICE-FILE
           CLOSE MONEY-CONTROL-FILE
           CLOSE AWARD-APPLIED-FILE
           CLOSE FEE-HISTORY-FILE
           IF NOT WS-AUTH-NOTFOUND
               CLOSE SPONSOR-AUTH-FILE
               CLOSE SPONSOR-MASTER-FILE
               CLOSE SPONSOR-RECEIVABLE-FILE
           END-IF
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           PERFORM 9930-CLOSE-ACCOUNT-LEDGER THRU 9930-EXIT
           PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
           DISPLAY "Enrollments read    : " WS-ENROLLMENTS-READ
           DISPLAY "Invoices raised     : " WS-INVOICES-RAISED
           DISPLAY "No fee - skipped    : " WS-NO-FEE-SKIPPED
           DISPLAY "Total billed        : " WS-TOTAL-BILLED
           DISPLAY "Award credits       : " WS-CREDITS-APPLIED
           DISPLAY "Credit total        : " WS-TOTAL-CREDITED
           DISPLAY "Sponsor shares      : " WS-SPONSORED-COUNT
           DISPLAY "Sponsor total       : " WS-TOTAL-SPONSORED.
       9000-EXIT.
           EXIT.

       9300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9400-WRITE-SPONSOR-CONTROL - charges moved to sponsor    *
      *    receivables, for the GL export                           *
      *-----------------------------------------------------------*
       9400-WRITE-SPONSOR-CONTROL.
           MOVE "SPNSBILL" TO CTM-PROGRAM-ID
           MOVE WS-SYSTEM-YEAR  TO CTM-RUN-YEAR
           MOVE WS-SYSTEM-MONTH TO CTM-RUN-MONTH
           MOVE WS-SYSTEM-DAY   TO CTM-RUN-DAY
           MOVE WS-SPONSORED-COUNT TO CTM-RECORD-COUNT
           MOVE WS-TOTAL-SPONSORED TO CTM-AMOUNT-TOTAL
           WRITE MONEY-CONTROL-RECORD.
       9400-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY JOBSTAPA.
       COPY LOCKPA.

       COPY JRNLPA.

       COPY ACCTLPA.
