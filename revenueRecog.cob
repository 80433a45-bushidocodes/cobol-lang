      ******************************************************************
      *    PROGRAM-ID: RevenueRecog
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Monthly tuition revenue recognition.  Tuition
      *                  is billed to deferred revenue; this run earns
      *                  it evenly over the days of the invoice's term
      *                  (TERMMAST.DAT start and end dates).  For
      *                  every tuition invoice the portion earned to
      *                  the processing date is worked out and set
      *                  against what REVREC.DAT says is already
      *                  earned; the difference moves from deferred
      *                  to earned revenue on the REVRECOG money
      *                  control.  A charge taken down by a refund or
      *                  cancellation lowers the base, and earned
      *                  revenue above the new base is reversed back
      *                  to deferred on the REVREVRS control; the
      *                  charge a withdrawal keeps (invoice refunded)
      *                  is earned in full.  A written-off invoice
      *                  keeps its base - the loss is bad debt, not
      *                  lost revenue.  GlExport journals both
      *                  controls through their GLACCT.DAT rows,
      *                  which this run checks and prints.  The
      *                  deferred balance by term goes to DEFREV.RPT.
      *                  An invoice with no term code (transcript
      *                  fees) is earned when billed and left alone.
      *                  The base is the whole charge, including any
      *                  share billed to a sponsor (SPONRCV.DAT).
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      *      2026-10-15  DF  The recognition base includes the share
      *                      of a charge billed to a third-party
      *                      sponsor, which was deferred along with
      *                      the student's part.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RevenueRecog.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT REVENUE-RECOG-FILE ASSIGN TO "REVREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVR-KEY
               FILE STATUS IS WS-REVREC-STATUS.

           SELECT SPONSOR-RECEIVABLE-FILE ASSIGN TO "SPONRCV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SPR-KEY
               FILE STATUS IS WS-SPONRCV-STATUS.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT DEFERRED-REPORT-FILE ASSIGN TO "DEFREV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MONEY-CONTROL-FILE ASSIGN TO "CTLMONEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY TERMSEL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           COPY LOCKSEL.
           COPY JRNLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INVOICE.

       FD  REVENUE-RECOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REVREC.

       FD  SPONSOR-RECEIVABLE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPONRCV.

       FD  ACCOUNT-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GLACCT.

       FD  DEFERRED-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEFERRED-PRINT-LINE         PIC X(80).

       FD  MONEY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLMONEY.

       COPY TERMFD.

       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.

       COPY ERRLGFD.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.
       COPY TERMWS.

       COPY LOCKWS.
       COPY JRNLWS.

       01  WS-INVOICE-STATUS        PIC X(02).
           88  WS-INVOICE-NOTFOUND  VALUE "35".

       01  WS-REVREC-STATUS         PIC X(02).
           88  WS-REVREC-NOTFOUND   VALUE "35".

       01  WS-SPONRCV-STATUS        PIC X(02).
           88  WS-SPONRCV-NOTFOUND  VALUE "35".

       01  WS-MAP-STATUS            PIC X(02).
           88  WS-MAP-NOTFOUND      VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-MAP-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-MAP-END       VALUE 'Y'.
           05  WS-NEW-REVREC-SWITCH PIC X(01).
               88  WS-NEW-REVREC    VALUE 'Y'.
           05  WS-TERM-FOUND-SWITCH PIC X(01).
               88  WS-TERM-FOUND    VALUE 'Y'.
           05  WS-SPONRCV-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-SPONRCV-OPEN  VALUE 'Y'.

      *    The two GLACCT rows the recognition controls journal to.
       01  WS-RECOG-MAP.
           05  WS-RECOG-DEBIT       PIC X(06) VALUE SPACES.
           05  WS-RECOG-CREDIT      PIC X(06) VALUE SPACES.
       01  WS-REVERSE-MAP.
           05  WS-REVERSE-DEBIT     PIC X(06) VALUE SPACES.
           05  WS-REVERSE-CREDIT    PIC X(06) VALUE SPACES.

       01  WS-TODAY-INTEGER         PIC S9(09) COMP.
       01  WS-START-INTEGER         PIC S9(09) COMP.
       01  WS-END-INTEGER           PIC S9(09) COMP.
       01  WS-TERM-DAYS             PIC S9(05) COMP.
       01  WS-DAYS-EARNED           PIC S9(05) COMP.

      *    The whole tuition charge: what the student was billed
      *    plus any share billed to a sponsor instead.
       01  WS-CHARGE-BASE           PIC 9(05)V99.

       01  WS-TARGET-EARNED         PIC 9(05)V99.
       01  WS-EARNED-CHANGE         PIC S9(05)V99.

      *    Deferred revenue by term for the report.
       01  WS-TERM-TABLE.
           05  WS-TRM-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-TRM-ENTRY OCCURS 100 TIMES.
               10  WS-TT-TERM-CODE   PIC X(06).
               10  WS-TT-START-DATE  PIC 9(08).
               10  WS-TT-END-DATE    PIC 9(08).
               10  WS-TT-INVOICES    PIC 9(05).
               10  WS-TT-BASE        PIC 9(09)V99.
               10  WS-TT-EARNED      PIC 9(09)V99.
               10  WS-TT-RECOGNIZED  PIC 9(09)V99.
               10  WS-TT-REVERSED    PIC 9(09)V99.

       01  WS-TRM-SUB               PIC 9(03) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-INVOICES-READ     PIC 9(07) VALUE ZERO.
           05  WS-INVOICES-SPREAD   PIC 9(07) VALUE ZERO.
           05  WS-NO-TERM           PIC 9(07) VALUE ZERO.
           05  WS-RECOGNIZED-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-REVERSED-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-REJECTED          PIC 9(05) VALUE ZERO.

       01  WS-TOTAL-RECOGNIZED      PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-REVERSED        PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-BASE            PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-EARNED          PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-DEFERRED        PIC 9(09)V99 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(36) VALUE
               "Deferred tuition revenue by term at ".
           05  WRH-RUN-DATE         PIC 9(08).

       01  WS-MAP-LINE.
           05  WML-LABEL            PIC X(30).
           05  FILLER               PIC X(04) VALUE "Dr ".
           05  WML-DEBIT            PIC X(06).
           05  FILLER               PIC X(05) VALUE "  Cr ".
           05  WML-CREDIT           PIC X(06).

       01  WS-COLUMN-HEADING.
           05  FILLER               PIC X(33) VALUE
               "Term   Ends      Invs      Billed".
           05  FILLER               PIC X(43) VALUE
               "      Earned    Deferred  This run Reversed".

       01  WS-TERM-LINE.
           05  WTL-TERM-CODE        PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WTL-END-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WTL-INVOICES         PIC ZZZZ9.
           05  WTL-BASE             PIC Z,ZZZ,ZZ9.99.
           05  WTL-EARNED           PIC Z,ZZZ,ZZ9.99.
           05  WTL-DEFERRED         PIC Z,ZZZ,ZZ9.99.
           05  WTL-RECOGNIZED       PIC ZZZ,ZZ9.99.
           05  WTL-REVERSED         PIC ZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE "TOTAL".
           05  WTT-INVOICES         PIC ZZZZ9.
           05  WTT-BASE             PIC Z,ZZZ,ZZ9.99.
           05  WTT-EARNED           PIC Z,ZZZ,ZZ9.99.
           05  WTT-DEFERRED         PIC Z,ZZZ,ZZ9.99.
           05  WTT-RECOGNIZED       PIC ZZZ,ZZ9.99.
           05  WTT-REVERSED         PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-RECOGNIZE-INVOICE THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-INVOICES-READ TO JST-RECORDS-READ
           COMPUTE JST-RECORDS-WRITTEN =
               WS-RECOGNIZED-COUNT + WS-REVERSED-COUNT
           MOVE WS-REJECTED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "RevenueRecog" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           MOVE "REVRECOG" TO ERR-PROGRAM-ID
           OPEN EXTEND ERROR-LOG-FILE
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-NOTFOUND
               DISPLAY "RevenueRecog - no invoice file, nothing to do"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT TERM-MASTER-FILE
           IF WS-TERM-NOTFOUND
               DISPLAY "RevenueRecog - no term master, nothing "
                   "can be spread"
               CLOSE INVOICE-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "RevenueRecog" TO WS-LOCK-PROGRAM-ID
           MOVE "RevenueRecog" TO WS-JRN-PROGRAM-ID
           MOVE "REVREC  " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
               CLOSE INVOICE-FILE
               CLOSE TERM-MASTER-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O REVENUE-RECOG-FILE
           IF WS-REVREC-NOTFOUND
               CLOSE REVENUE-RECOG-FILE
               OPEN OUTPUT REVENUE-RECOG-FILE
               CLOSE REVENUE-RECOG-FILE
               OPEN I-O REVENUE-RECOG-FILE
           END-IF
           OPEN INPUT SPONSOR-RECEIVABLE-FILE
           IF NOT WS-SPONRCV-NOTFOUND
               MOVE 'Y' TO WS-SPONRCV-OPEN-SWITCH
           END-IF
           OPEN EXTEND MONEY-CONTROL-FILE
           OPEN OUTPUT DEFERRED-REPORT-FILE
           PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT
           DISPLAY "RevenueRecog - earning tuition to "
               WS-PROCESSING-DATE
           PERFORM 2100-READ-INVOICE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-LOAD-ACCOUNT-MAP - only the two recognition rows    *
      *    are wanted; GlExport does the journalling                *
      *-----------------------------------------------------------*
       1100-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-MAP-NOTFOUND
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-LOAD-ONE-MAP THRU 1110-EXIT
               UNTIL WS-MAP-END
           CLOSE ACCOUNT-MAP-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-MAP.
           READ ACCOUNT-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ
           EVALUATE GLA-SOURCE-ID
               WHEN "REVRECOG"
                   MOVE GLA-DEBIT-ACCT  TO WS-RECOG-DEBIT
                   MOVE GLA-CREDIT-ACCT TO WS-RECOG-CREDIT
               WHEN "REVREVRS"
                   MOVE GLA-DEBIT-ACCT  TO WS-REVERSE-DEBIT
                   MOVE GLA-CREDIT-ACCT TO WS-REVERSE-CREDIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1110-EXIT.
           EXIT.

       2100-READ-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-RECOGNIZE-INVOICE - earned to date against earned   *
      *    so far; the difference is this run's movement            *
      *-----------------------------------------------------------*
       2000-RECOGNIZE-INVOICE.
           ADD 1 TO WS-INVOICES-READ
           IF INV-TERM-CODE = SPACES
               ADD 1 TO WS-NO-TERM
               GO TO 2000-NEXT
           END-IF
           PERFORM 2200-FIND-TERM THRU 2200-EXIT
           IF NOT WS-TERM-FOUND
               GO TO 2000-NEXT
           END-IF
           PERFORM 2300-GET-REVREC THRU 2300-EXIT
           PERFORM 2400-WORK-OUT-EARNED THRU 2400-EXIT
           COMPUTE WS-EARNED-CHANGE =
               WS-TARGET-EARNED - RVR-RECOGNIZED
           EVALUATE TRUE
               WHEN WS-EARNED-CHANGE > ZERO
                   ADD 1 TO WS-RECOGNIZED-COUNT
                   ADD WS-EARNED-CHANGE TO WS-TOTAL-RECOGNIZED
                   ADD WS-EARNED-CHANGE
                       TO WS-TT-RECOGNIZED (WS-TRM-SUB)
               WHEN WS-EARNED-CHANGE < ZERO
                   ADD 1 TO WS-REVERSED-COUNT
                   SUBTRACT WS-EARNED-CHANGE FROM WS-TOTAL-REVERSED
                   SUBTRACT WS-EARNED-CHANGE
                       FROM WS-TT-REVERSED (WS-TRM-SUB)
           END-EVALUATE
           MOVE WS-TARGET-EARNED TO RVR-RECOGNIZED
           MOVE WS-PROCESSING-DATE TO RVR-LAST-RUN-DATE
           PERFORM 2500-SAVE-REVREC THRU 2500-EXIT
           ADD 1 TO WS-INVOICES-SPREAD
           ADD 1 TO WS-TT-INVOICES (WS-TRM-SUB)
           ADD RVR-BASE-AMOUNT TO WS-TT-BASE (WS-TRM-SUB)
           ADD RVR-RECOGNIZED TO WS-TT-EARNED (WS-TRM-SUB).
       2000-NEXT.
           PERFORM 2100-READ-INVOICE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-FIND-TERM - the term's dates, held in the table     *
      *    once read; a term not on the master is an exception      *
      *-----------------------------------------------------------*
       2200-FIND-TERM.
           MOVE 'N' TO WS-TERM-FOUND-SWITCH
           MOVE ZERO TO WS-TRM-SUB
           PERFORM 2210-SCAN-ONE-TERM THRU 2210-EXIT
               UNTIL WS-TERM-FOUND OR WS-TRM-SUB >= WS-TRM-COUNT
           IF WS-TERM-FOUND
               GO TO 2200-EXIT
           END-IF
           MOVE INV-TERM-CODE TO TRM-TERM-CODE
           READ TERM-MASTER-FILE
               INVALID KEY
                   MOVE "RTRM" TO ERR-CODE
                   MOVE "INV-TERM-CODE" TO ERR-FIELD-NAME
                   MOVE INVOICE-RECORD TO ERR-INPUT-DATA
                   MOVE "Invoice term not on the term master"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-REJECTED
                   GO TO 2200-EXIT
           END-READ
           IF TRM-START-DATE NOT NUMERIC OR TRM-END-DATE NOT NUMERIC
                   OR TRM-END-DATE < TRM-START-DATE
               MOVE "RTDT" TO ERR-CODE
               MOVE "TRM-END-DATE" TO ERR-FIELD-NAME
               MOVE TERM-MASTER-RECORD TO ERR-INPUT-DATA
               MOVE "Term start and end dates unusable"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-REJECTED
               GO TO 2200-EXIT
           END-IF
           IF WS-TRM-COUNT >= 100
               MOVE "RTBL" TO ERR-CODE
               MOVE "WS-TRM-ENTRY" TO ERR-FIELD-NAME
               MOVE INV-TERM-CODE TO ERR-INPUT-DATA
               MOVE "Term table full - invoice not spread"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-REJECTED
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-TRM-COUNT
           MOVE WS-TRM-COUNT TO WS-TRM-SUB
           MOVE TRM-TERM-CODE  TO WS-TT-TERM-CODE (WS-TRM-SUB)
           MOVE TRM-START-DATE TO WS-TT-START-DATE (WS-TRM-SUB)
           MOVE TRM-END-DATE   TO WS-TT-END-DATE (WS-TRM-SUB)
           MOVE ZERO TO WS-TT-INVOICES (WS-TRM-SUB)
           MOVE ZERO TO WS-TT-BASE (WS-TRM-SUB)
           MOVE ZERO TO WS-TT-EARNED (WS-TRM-SUB)
           MOVE ZERO TO WS-TT-RECOGNIZED (WS-TRM-SUB)
           MOVE ZERO TO WS-TT-REVERSED (WS-TRM-SUB)
           MOVE 'Y' TO WS-TERM-FOUND-SWITCH.
       2200-EXIT.
           EXIT.

       2210-SCAN-ONE-TERM.
           ADD 1 TO WS-TRM-SUB
           IF WS-TT-TERM-CODE (WS-TRM-SUB) = INV-TERM-CODE
               MOVE 'Y' TO WS-TERM-FOUND-SWITCH
           END-IF.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-GET-REVREC - first sight of an invoice sets the     *
      *    base; after that the base only comes down with the       *
      *    charge, except on a written-off invoice.  A share        *
      *    billed to a sponsor is still this charge's revenue       *
      *-----------------------------------------------------------*
       2300-GET-REVREC.
           MOVE INV-AMOUNT-BILLED TO WS-CHARGE-BASE
           IF WS-SPONRCV-OPEN
               MOVE INV-KEY TO SPR-KEY
               READ SPONSOR-RECEIVABLE-FILE
                   NOT INVALID KEY
                       ADD SPR-AMOUNT-BILLED TO WS-CHARGE-BASE
               END-READ
           END-IF
           MOVE 'N' TO WS-NEW-REVREC-SWITCH
           MOVE INV-KEY TO RVR-KEY
           READ REVENUE-RECOG-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-REVREC-SWITCH
           END-READ
           IF WS-NEW-REVREC
               MOVE INV-KEY            TO RVR-KEY
               MOVE INV-INVOICE-NUMBER TO RVR-INVOICE-NUMBER
               MOVE INV-TERM-CODE      TO RVR-TERM-CODE
               MOVE WS-CHARGE-BASE     TO RVR-BASE-AMOUNT
               MOVE ZERO               TO RVR-RECOGNIZED
               MOVE ZERO               TO RVR-LAST-RUN-DATE
               GO TO 2300-EXIT
           END-IF
           IF INV-STATUS-WRITTEN-OFF
               GO TO 2300-EXIT
           END-IF
           IF WS-CHARGE-BASE < RVR-BASE-AMOUNT
               MOVE WS-CHARGE-BASE TO RVR-BASE-AMOUNT
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-WORK-OUT-EARNED - the base times the share of the   *
      *    term's days gone by; nothing before the term starts,     *
      *    all of it once the term is over or the student has       *
      *    withdrawn and been refunded                              *
      *-----------------------------------------------------------*
       2400-WORK-OUT-EARNED.
           IF INV-STATUS-REFUNDED
               MOVE RVR-BASE-AMOUNT TO WS-TARGET-EARNED
               GO TO 2400-EXIT
           END-IF
           IF WS-PROCESSING-DATE < WS-TT-START-DATE (WS-TRM-SUB)
               MOVE ZERO TO WS-TARGET-EARNED
               GO TO 2400-EXIT
           END-IF
           IF WS-PROCESSING-DATE >= WS-TT-END-DATE (WS-TRM-SUB)
               MOVE RVR-BASE-AMOUNT TO WS-TARGET-EARNED
               GO TO 2400-EXIT
           END-IF
           COMPUTE WS-START-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-TT-START-DATE (WS-TRM-SUB))
           COMPUTE WS-END-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-TT-END-DATE (WS-TRM-SUB))
           COMPUTE WS-TERM-DAYS =
               WS-END-INTEGER - WS-START-INTEGER + 1
           COMPUTE WS-DAYS-EARNED =
               WS-TODAY-INTEGER - WS-START-INTEGER + 1
           COMPUTE WS-TARGET-EARNED ROUNDED =
               RVR-BASE-AMOUNT * WS-DAYS-EARNED / WS-TERM-DAYS.
       2400-EXIT.
           EXIT.

       2500-SAVE-REVREC.
           IF WS-NEW-REVREC
               WRITE REVENUE-RECOGNITION-RECORD
               MOVE 'W' TO WS-JRN-ACTION-CODE
           ELSE
               REWRITE REVENUE-RECOGNITION-RECORD
               MOVE 'R' TO WS-JRN-ACTION-CODE
           END-IF
           MOVE "REVREC  " TO WS-JRN-FILE-NAME
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE RVR-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE REVENUE-RECOGNITION-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-PRINT-REPORT - one line per term, then the totals   *
      *    and the accounts the movement is journalled to           *
      *-----------------------------------------------------------*
       8000-PRINT-REPORT.
           MOVE WS-PROCESSING-DATE TO WRH-RUN-DATE
           MOVE WS-REPORT-HEADING TO DEFERRED-PRINT-LINE
           WRITE DEFERRED-PRINT-LINE
           MOVE SPACES TO DEFERRED-PRINT-LINE
           WRITE DEFERRED-PRINT-LINE
           MOVE WS-COLUMN-HEADING TO DEFERRED-PRINT-LINE
           WRITE DEFERRED-PRINT-LINE
           MOVE ZERO TO WS-TRM-SUB
           PERFORM 8100-PRINT-ONE-TERM THRU 8100-EXIT
               UNTIL WS-TRM-SUB >= WS-TRM-COUNT
           COMPUTE WS-TOTAL-DEFERRED =
               WS-TOTAL-BASE - WS-TOTAL-EARNED
           MOVE WS-INVOICES-SPREAD  TO WTT-INVOICES
           MOVE WS-TOTAL-BASE       TO WTT-BASE
           MOVE WS-TOTAL-EARNED     TO WTT-EARNED
           MOVE WS-TOTAL-DEFERRED   TO WTT-DEFERRED
           MOVE WS-TOTAL-RECOGNIZED TO WTT-RECOGNIZED
           MOVE WS-TOTAL-REVERSED   TO WTT-REVERSED
           MOVE WS-TOTAL-LINE TO DEFERRED-PRINT-LINE
           WRITE DEFERRED-PRINT-LINE
           MOVE SPACES TO DEFERRED-PRINT-LINE
           WRITE DEFERRED-PRINT-LINE
           MOVE "Earned (REVRECOG)" TO WML-LABEL
           MOVE WS-RECOG-DEBIT  TO WML-DEBIT
           MOVE WS-RECOG-CREDIT TO WML-CREDIT
           MOVE WS-MAP-LINE TO DEFERRED-PRINT-LINE
           WRITE DEFERRED-PRINT-LINE
           MOVE "Reversed (REVREVRS)" TO WML-LABEL
           MOVE WS-REVERSE-DEBIT  TO WML-DEBIT
           MOVE WS-REVERSE-CREDIT TO WML-CREDIT
           MOVE WS-MAP-LINE TO DEFERRED-PRINT-LINE
           WRITE DEFERRED-PRINT-LINE.
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-TERM.
           ADD 1 TO WS-TRM-SUB
           MOVE WS-TT-TERM-CODE (WS-TRM-SUB)   TO WTL-TERM-CODE
           MOVE WS-TT-END-DATE (WS-TRM-SUB)    TO WTL-END-DATE
           MOVE WS-TT-INVOICES (WS-TRM-SUB)    TO WTL-INVOICES
           MOVE WS-TT-BASE (WS-TRM-SUB)        TO WTL-BASE
           MOVE WS-TT-EARNED (WS-TRM-SUB)      TO WTL-EARNED
           COMPUTE WTL-DEFERRED = WS-TT-BASE (WS-TRM-SUB)
               - WS-TT-EARNED (WS-TRM-SUB)
           MOVE WS-TT-RECOGNIZED (WS-TRM-SUB)  TO WTL-RECOGNIZED
           MOVE WS-TT-REVERSED (WS-TRM-SUB)    TO WTL-REVERSED
           MOVE WS-TERM-LINE TO DEFERRED-PRINT-LINE
           WRITE DEFERRED-PRINT-LINE
           ADD WS-TT-BASE (WS-TRM-SUB)   TO WS-TOTAL-BASE
           ADD WS-TT-EARNED (WS-TRM-SUB) TO WS-TOTAL-EARNED.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9000-TERMINATE - the report, then the two controls for   *
      *    GlExport; a movement with no GLACCT row is flagged now   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF RETURN-CODE = 16
               CLOSE ERROR-LOG-FILE
               GO TO 9000-EXIT
           END-IF
           PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
           MOVE WS-PROC-YEAR  TO CTM-RUN-YEAR
           MOVE WS-PROC-MONTH TO CTM-RUN-MONTH
           MOVE WS-PROC-DAY   TO CTM-RUN-DAY
           IF WS-TOTAL-RECOGNIZED > ZERO
               MOVE "REVRECOG" TO CTM-PROGRAM-ID
               MOVE WS-RECOGNIZED-COUNT TO CTM-RECORD-COUNT
               MOVE WS-TOTAL-RECOGNIZED TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
               IF WS-RECOG-DEBIT = SPACES
                   PERFORM 9100-LOG-NO-MAP THRU 9100-EXIT
               END-IF
           END-IF
           IF WS-TOTAL-REVERSED > ZERO
               MOVE "REVREVRS" TO CTM-PROGRAM-ID
               MOVE WS-REVERSED-COUNT TO CTM-RECORD-COUNT
               MOVE WS-TOTAL-REVERSED TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
               IF WS-REVERSE-DEBIT = SPACES
                   PERFORM 9100-LOG-NO-MAP THRU 9100-EXIT
               END-IF
           END-IF
           CLOSE INVOICE-FILE
           CLOSE TERM-MASTER-FILE
           CLOSE REVENUE-RECOG-FILE
           IF WS-SPONRCV-OPEN
               CLOSE SPONSOR-RECEIVABLE-FILE
           END-IF
           CLOSE MONEY-CONTROL-FILE
           CLOSE DEFERRED-REPORT-FILE
           CLOSE ERROR-LOG-FILE
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           MOVE "REVREC  " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
           DISPLAY "Invoices read       : " WS-INVOICES-READ
           DISPLAY "Invoices spread     : " WS-INVOICES-SPREAD
           DISPLAY "No term - left alone: " WS-NO-TERM
           DISPLAY "Revenue earned      : " WS-TOTAL-RECOGNIZED
           DISPLAY "Earned reversed     : " WS-TOTAL-REVERSED
           DISPLAY "Deferred at run date: " WS-TOTAL-DEFERRED
           IF WS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9100-LOG-NO-MAP.
           MOVE "GLMP" TO ERR-CODE
           MOVE "CTM-PROGRAM-ID" TO ERR-FIELD-NAME
           MOVE MONEY-CONTROL-RECORD TO ERR-INPUT-DATA
           MOVE "No GL account mapping for this source"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           ADD 1 TO WS-REJECTED.
       9100-EXIT.
           EXIT.

       COPY ERRLOGPA.

       COPY JOBSTAPA.

       COPY PRCDTPA.

       COPY LOCKPA.

       COPY JRNLPA.
