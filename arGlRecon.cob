      ******************************************************************
      *    PROGRAM-ID: ArGlRecon
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Accounts-receivable subledger to general-
      *                  ledger tie-out, run after GlExport.  Rolls
      *                  the receivables control balance forward
      *                  from the last tie-out (ARGLBAL.DAT): the
      *                  prior balance plus billings, less payments,
      *                  awards, refunds and reversals, off every
      *                  CTLMONEY.DAT control dated since.  The
      *                  rolled balance is proved against the sum of
      *                  open INVOICE.DAT balances and against the GL
      *                  control balance - the prior GL balance plus
      *                  the day's movement to the receivables
      *                  control account (parameter AR_CONTROL_ACCT)
      *                  on GLJOURNL.DAT.  Movement is broken down by
      *                  money source and date on ARGLREC.RPT; every
      *                  out-of-balance amount lands on the exception
      *                  log, where WorkQueueBuild raises it as a
      *                  work-queue item, and the run ends RC 8.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      *      2026-10-15  DF  Tuition revenue recognition (REVRECOG,
      *                      REVREVRS) moves deferred to earned
      *                      revenue, not receivables, and is passed
      *                      over.
      *      2026-10-15  DF  Third-party sponsor billing and payment
      *                      (SPNSBILL, SPNSPAY) move the sponsor
      *                      receivable, not student receivables,
      *                      and are passed over.
      *      2026-10-15  DF  The BALFWD / BALFWDCR balance-forward
      *                      controls of the fiscal year-end close
      *                      are not new movement and are passed
      *                      over.
      *      2026-10-15  DF  Sponsor share reversals (SPNSRVRS) move
      *                      the sponsor receivable, not student
      *                      receivables, and are passed over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ArGlRecon.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONEY-CONTROL-FILE ASSIGN TO "CTLMONEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJOURNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT AR-GL-BALANCE-FILE ASSIGN TO "ARGLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "ARGLREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY PARMSEL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  MONEY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLMONEY.

       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INVOICE.

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GLJRNL.

       FD  AR-GL-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ARGLBAL.

       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECON-PRINT-LINE            PIC X(80).

       COPY PARMFD.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.
       COPY PARMWS.

       01  WS-CONTROL-STATUS        PIC X(02).
           88  WS-CONTROL-NOTFOUND  VALUE "35".

       01  WS-INVOICE-STATUS        PIC X(02).
           88  WS-INVOICE-NOTFOUND  VALUE "35".

       01  WS-GL-STATUS             PIC X(02).
           88  WS-GL-NOTFOUND       VALUE "35".

       01  WS-BALANCE-STATUS        PIC X(02).
           88  WS-BALANCE-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-FIRST-RUN-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-FIRST-TIE-OUT VALUE 'Y'.
           05  WS-GL-DAY-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-GL-FOR-TODAY  VALUE 'Y'.
           05  WS-FOUND-SWITCH      PIC X(01).
               88  WS-ENTRY-FOUND   VALUE 'Y'.
           05  WS-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-TABLE-FULL    VALUE 'Y'.

       01  WS-AR-CONTROL-ACCT       PIC X(06) VALUE "120000".

      *    Period being tied out - controls dated after the first
      *    date, up to and including the processing date.
       01  WS-PERIOD-AFTER          PIC 9(08) VALUE ZERO.
       01  WS-CONTROL-DATE-NUM      PIC 9(08).
       01  WS-GL-RUN-DATE           PIC 9(08) VALUE ZERO.

      *    What one money source does to the receivables balance:
      *    category, and +1 raises it, -1 lowers it, 0 leaves it.
       01  WS-SOURCE-CATEGORY       PIC X(04).
           88  WS-CAT-BILLING       VALUE "BILL".
           88  WS-CAT-PAYMENT       VALUE "PAYM".
           88  WS-CAT-AWARD         VALUE "AWRD".
           88  WS-CAT-REFUND        VALUE "RFND".
           88  WS-CAT-REVERSAL      VALUE "REVR".
           88  WS-CAT-NOT-AR        VALUE "NONE".
       01  WS-SOURCE-SIGN           PIC S9(01).
       01  WS-EFFECT                PIC S9(09)V99.

      *    Movement by money source and date for the period, the
      *    subledger side off CTLMONEY and the GL side off GLJOURNL.
       01  WS-BREAKDOWN-TABLE.
           05  WS-BRK-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-BRK-ENTRY OCCURS 300 TIMES.
               10  WS-BK-SOURCE-ID   PIC X(08).
               10  WS-BK-DATE        PIC 9(08).
               10  WS-BK-SUB-AMOUNT  PIC S9(09)V99.
               10  WS-BK-GL-AMOUNT   PIC S9(09)V99.

       01  WS-BRK-SUB               PIC 9(03) COMP VALUE ZERO.
       01  WS-WANT-SOURCE-ID        PIC X(08).
       01  WS-WANT-DATE             PIC 9(08).

       01  WS-BALANCES.
           05  WS-OPEN-CONTROL      PIC S9(09)V99 VALUE ZERO.
           05  WS-OPEN-GL           PIC S9(09)V99 VALUE ZERO.
           05  WS-CLOSE-CONTROL     PIC S9(09)V99 VALUE ZERO.
           05  WS-CLOSE-GL          PIC S9(09)V99 VALUE ZERO.
           05  WS-INVOICE-OPEN      PIC S9(09)V99 VALUE ZERO.
           05  WS-GL-MOVEMENT       PIC S9(09)V99 VALUE ZERO.
           05  WS-CARRIED-MOVEMENT  PIC S9(09)V99 VALUE ZERO.
           05  WS-INVOICE-DIFF      PIC S9(09)V99 VALUE ZERO.
           05  WS-GL-DIFF           PIC S9(09)V99 VALUE ZERO.
           05  WS-ENTRY-DIFF        PIC S9(09)V99 VALUE ZERO.

       01  WS-CATEGORY-TOTALS.
           05  WS-TOT-BILLINGS      PIC S9(09)V99 VALUE ZERO.
           05  WS-TOT-PAYMENTS      PIC S9(09)V99 VALUE ZERO.
           05  WS-TOT-AWARDS        PIC S9(09)V99 VALUE ZERO.
           05  WS-TOT-REFUNDS       PIC S9(09)V99 VALUE ZERO.
           05  WS-TOT-REVERSALS     PIC S9(09)V99 VALUE ZERO.

       01  WS-OUTSTANDING           PIC 9(07)V99.

       01  WS-COUNTERS.
           05  WS-CONTROLS-READ     PIC 9(07) VALUE ZERO.
           05  WS-CONTROLS-USED     PIC 9(07) VALUE ZERO.
           05  WS-INVOICES-READ     PIC 9(07) VALUE ZERO.
           05  WS-GL-DETAILS-READ   PIC 9(07) VALUE ZERO.
           05  WS-GL-TRAILER-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-BREAKS-RAISED     PIC 9(05) VALUE ZERO.
           05  WS-CARRIED-ENTRIES   PIC 9(05) VALUE ZERO.

      *    Exception input data - where the break is and how much.
       01  WS-BREAK-DATA.
           05  WBD-SOURCE-ID        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WBD-DATE             PIC 9(08).
           05  WBD-AMOUNT           PIC -ZZZZZZZZ9.99.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(37) VALUE
               "A/R subledger to GL tie-out - after ".
           05  WRH-PERIOD-AFTER     PIC 9(08).
           05  FILLER               PIC X(09) VALUE " through ".
           05  WRH-RECON-DATE       PIC 9(08).

       01  WS-SUMMARY-LINE.
           05  WSL-LABEL            PIC X(40).
           05  WSL-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-BREAKDOWN-HEADING.
           05  FILLER               PIC X(40) VALUE
               "Source    Date            Subledger     ".
           05  FILLER               PIC X(40) VALUE
               "           GL      Difference".

       01  WS-BREAKDOWN-LINE.
           05  WBL-SOURCE-ID        PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WBL-DATE             PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WBL-SUB-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WBL-GL-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.
           05  WBL-GL-NOT-SEEN REDEFINES WBL-GL-AMOUNT
                                    PIC X(15).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WBL-DIFFERENCE       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WBL-FLAG             PIC X(05).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ROLL-CONTROLS THRU 2000-EXIT
           PERFORM 3000-TOTAL-INVOICES THRU 3000-EXIT
           PERFORM 4000-READ-GL-JOURNAL THRU 4000-EXIT
           PERFORM 5000-PROVE-BALANCES THRU 5000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           COMPUTE JST-RECORDS-READ = WS-CONTROLS-READ
               + WS-INVOICES-READ + WS-GL-DETAILS-READ
           MOVE WS-BRK-COUNT TO JST-RECORDS-WRITTEN
           MOVE WS-BREAKS-RAISED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "ArGlRecon   " TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "ARGLRECN" TO ERR-PROGRAM-ID
           OPEN EXTEND ERROR-LOG-FILE
           MOVE "AR_CONTROL_ACCT" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:6) TO WS-AR-CONTROL-ACCT
           END-IF
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "AR_CONTROL_ACCT"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:6) TO WS-AR-CONTROL-ACCT
           END-IF
           PERFORM 1100-READ-PRIOR-BALANCE THRU 1100-EXIT
           IF RETURN-CODE = 16
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE WS-PERIOD-AFTER TO WRH-PERIOD-AFTER
           MOVE WS-PROCESSING-DATE TO WRH-RECON-DATE
           MOVE WS-REPORT-HEADING TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE
           MOVE SPACES TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE
           DISPLAY "ArGlRecon - tying out receivables for "
               WS-PROCESSING-DATE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-READ-PRIOR-BALANCE - open at the last tie-out's     *
      *    closing balances; a rerun for the same date reopens at   *
      *    the balances that run opened with                        *
      *-----------------------------------------------------------*
       1100-READ-PRIOR-BALANCE.
           OPEN INPUT AR-GL-BALANCE-FILE
           IF WS-BALANCE-NOTFOUND
               MOVE 'Y' TO WS-FIRST-RUN-SWITCH
               GO TO 1100-EXIT
           END-IF
           READ AR-GL-BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-FIRST-RUN-SWITCH
           END-READ
           CLOSE AR-GL-BALANCE-FILE
           IF WS-FIRST-TIE-OUT
               GO TO 1100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN AGB-RECON-DATE = WS-PROCESSING-DATE
                   MOVE AGB-PERIOD-AFTER TO WS-PERIOD-AFTER
                   MOVE AGB-OPEN-CONTROL TO WS-OPEN-CONTROL
                   MOVE AGB-OPEN-GL      TO WS-OPEN-GL
               WHEN AGB-RECON-DATE < WS-PROCESSING-DATE
                   MOVE AGB-RECON-DATE    TO WS-PERIOD-AFTER
                   MOVE AGB-CLOSE-CONTROL TO WS-OPEN-CONTROL
                   MOVE AGB-CLOSE-GL      TO WS-OPEN-GL
               WHEN OTHER
                   MOVE "ARSQ" TO ERR-CODE
                   MOVE "AGB-RECON-DATE" TO ERR-FIELD-NAME
                   MOVE SPACES TO ERR-INPUT-DATA
                   MOVE AGB-RECON-DATE TO ERR-INPUT-DATA
                   MOVE "Last tie-out is later than this date"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   DISPLAY "ArGlRecon - already tied out past "
                       WS-PROCESSING-DATE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-ROLL-CONTROLS - every money control dated in the    *
      *    period moves the receivables control balance             *
      *-----------------------------------------------------------*
       2000-ROLL-CONTROLS.
           IF RETURN-CODE = 16
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT MONEY-CONTROL-FILE
           IF WS-CONTROL-NOTFOUND
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-ROLL-ONE-CONTROL THRU 2100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE MONEY-CONTROL-FILE.
       2000-EXIT.
           EXIT.

       2100-ROLL-ONE-CONTROL.
           READ MONEY-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-CONTROLS-READ
           MOVE CTM-RUN-DATE TO WS-CONTROL-DATE-NUM
           IF WS-CONTROL-DATE-NUM NOT > WS-PERIOD-AFTER
                   OR WS-CONTROL-DATE-NUM > WS-PROCESSING-DATE
                   OR CTM-AMOUNT-TOTAL = ZERO
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-CLASSIFY-SOURCE THRU 2200-EXIT
           IF WS-CAT-NOT-AR
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CONTROLS-USED
           COMPUTE WS-EFFECT = CTM-AMOUNT-TOTAL * WS-SOURCE-SIGN
           EVALUATE TRUE
               WHEN WS-CAT-BILLING
                   ADD WS-EFFECT TO WS-TOT-BILLINGS
               WHEN WS-CAT-PAYMENT
                   ADD WS-EFFECT TO WS-TOT-PAYMENTS
               WHEN WS-CAT-AWARD
      *            Billing is controlled net of the award, so the
      *            award is added back to billings and taken off as
      *            an award - no net movement.
                   ADD CTM-AMOUNT-TOTAL TO WS-TOT-BILLINGS
                   SUBTRACT CTM-AMOUNT-TOTAL FROM WS-TOT-AWARDS
               WHEN WS-CAT-REFUND
                   ADD WS-EFFECT TO WS-TOT-REFUNDS
               WHEN WS-CAT-REVERSAL
                   ADD WS-EFFECT TO WS-TOT-REVERSALS
           END-EVALUATE
           MOVE CTM-PROGRAM-ID TO WS-WANT-SOURCE-ID
           MOVE WS-CONTROL-DATE-NUM TO WS-WANT-DATE
           PERFORM 2500-FIND-ENTRY THRU 2500-EXIT
           IF WS-ENTRY-FOUND
               ADD WS-EFFECT TO WS-BK-SUB-AMOUNT (WS-BRK-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-CLASSIFY-SOURCE - the AgingReport reading of each   *
      *    money source; one not known here is an exception         *
      *-----------------------------------------------------------*
       2200-CLASSIFY-SOURCE.
           MOVE ZERO TO WS-SOURCE-SIGN
           EVALUATE CTM-PROGRAM-ID
               WHEN "TUITBILL"
               WHEN "TRNSFEES"
               WHEN "LATEFEES"
               WHEN "RCKFEES "
                   MOVE "BILL" TO WS-SOURCE-CATEGORY
                   MOVE +1 TO WS-SOURCE-SIGN
               WHEN "PAYMPOST"
               WHEN "SUSPAPPL"
               WHEN "AGYRECOV"
               WHEN "AGYCOMM "
                   MOVE "PAYM" TO WS-SOURCE-CATEGORY
                   MOVE -1 TO WS-SOURCE-SIGN
               WHEN "AWARDCRD"
                   MOVE "AWRD" TO WS-SOURCE-CATEGORY
               WHEN "CRSCNRFD"
                   MOVE "RFND" TO WS-SOURCE-CATEGORY
                   MOVE +1 TO WS-SOURCE-SIGN
               WHEN "REFUNDRN"
                   MOVE "RFND" TO WS-SOURCE-CATEGORY
               WHEN "PAYMREVR"
                   MOVE "REVR" TO WS-SOURCE-CATEGORY
                   MOVE +1 TO WS-SOURCE-SIGN
               WHEN "CRSCANCL"
               WHEN "WRITEOFF"
                   MOVE "REVR" TO WS-SOURCE-CATEGORY
                   MOVE -1 TO WS-SOURCE-SIGN
               WHEN "UNAPPLD "
               WHEN "SUSPRFND"
               WHEN "RFDCHECK"
               WHEN "RFDVOID "
               WHEN "RFDSTALE"
               WHEN "BDRECOV "
               WHEN "BDCOMM  "
               WHEN "REVRECOG"
               WHEN "REVREVRS"
               WHEN "SPNSBILL"
               WHEN "SPNSPAY "
               WHEN "SPNSRVRS"
               WHEN "BALFWD  "
               WHEN "BALFWDCR"
                   MOVE "NONE" TO WS-SOURCE-CATEGORY
               WHEN OTHER
                   MOVE "NONE" TO WS-SOURCE-CATEGORY
                   MOVE "ARSU" TO ERR-CODE
                   MOVE "CTM-PROGRAM-ID" TO ERR-FIELD-NAME
                   MOVE MONEY-CONTROL-RECORD TO ERR-INPUT-DATA
                   MOVE "Money source not known to the tie-out"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-BREAKS-RAISED
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-FIND-ENTRY - the breakdown row for one source and   *
      *    date, added when first seen                              *
      *-----------------------------------------------------------*
       2500-FIND-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-BRK-SUB
           PERFORM 2510-SCAN-ONE-ENTRY THRU 2510-EXIT
               UNTIL WS-ENTRY-FOUND OR WS-BRK-SUB >= WS-BRK-COUNT
           IF WS-ENTRY-FOUND
               GO TO 2500-EXIT
           END-IF
           IF WS-BRK-COUNT >= 300
               IF NOT WS-TABLE-FULL
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
                   MOVE "ARTB" TO ERR-CODE
                   MOVE "WS-BRK-ENTRY" TO ERR-FIELD-NAME
                   MOVE WS-WANT-SOURCE-ID TO ERR-INPUT-DATA
                   MOVE "Breakdown table full - detail short"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               END-IF
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-BRK-COUNT
           MOVE WS-BRK-COUNT TO WS-BRK-SUB
           MOVE WS-WANT-SOURCE-ID TO WS-BK-SOURCE-ID (WS-BRK-SUB)
           MOVE WS-WANT-DATE      TO WS-BK-DATE (WS-BRK-SUB)
           MOVE ZERO TO WS-BK-SUB-AMOUNT (WS-BRK-SUB)
           MOVE ZERO TO WS-BK-GL-AMOUNT (WS-BRK-SUB)
           MOVE 'Y' TO WS-FOUND-SWITCH.
       2500-EXIT.
           EXIT.

       2510-SCAN-ONE-ENTRY.
           ADD 1 TO WS-BRK-SUB
           IF WS-BK-SOURCE-ID (WS-BRK-SUB) = WS-WANT-SOURCE-ID
                   AND WS-BK-DATE (WS-BRK-SUB) = WS-WANT-DATE
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
       2510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-TOTAL-INVOICES - open balances on the invoice file, *
      *    the amount AgingReport ages                              *
      *-----------------------------------------------------------*
       3000-TOTAL-INVOICES.
           IF RETURN-CODE = 16
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-NOTFOUND
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3100-TOTAL-ONE-INVOICE THRU 3100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE INVOICE-FILE.
       3000-EXIT.
           EXIT.

       3100-TOTAL-ONE-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-INVOICES-READ
           IF INV-AMOUNT-PAID >= INV-AMOUNT-BILLED
               GO TO 3100-EXIT
           END-IF
           COMPUTE WS-OUTSTANDING =
               INV-AMOUNT-BILLED - INV-AMOUNT-PAID
           ADD WS-OUTSTANDING TO WS-INVOICE-OPEN.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-READ-GL-JOURNAL - the day's journal as exported;    *
      *    only lines touching the receivables control account      *
      *    move it - debit raises, credit lowers                    *
      *-----------------------------------------------------------*
       4000-READ-GL-JOURNAL.
           IF RETURN-CODE = 16
               GO TO 4000-EXIT
           END-IF
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GL-NOTFOUND
               MOVE "GLNF" TO ERR-CODE
               MOVE "GLJOURNL.DAT" TO ERR-FIELD-NAME
               MOVE WS-PROCESSING-DATE TO ERR-INPUT-DATA
               MOVE "No GL journal - day's movement unproved"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 4100-READ-ONE-GL THRU 4100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE GL-JOURNAL-FILE
           IF WS-GL-FOR-TODAY
                   AND WS-GL-TRAILER-COUNT NOT = WS-GL-DETAILS-READ
               MOVE "GLTR" TO ERR-CODE
               MOVE "GLJ-T-RECORD-CT" TO ERR-FIELD-NAME
               MOVE SPACES TO ERR-INPUT-DATA
               MOVE WS-GL-TRAILER-COUNT TO ERR-INPUT-DATA
               MOVE "GL journal trailer count does not agree"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-BREAKS-RAISED
           END-IF.
       4000-EXIT.
           EXIT.

       4100-READ-ONE-GL.
           READ GL-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ
           EVALUATE TRUE
               WHEN GLJ-IS-HEADER
                   MOVE GLJ-H-RUN-DATE TO WS-GL-RUN-DATE
                   IF WS-GL-RUN-DATE = WS-PROCESSING-DATE
                       MOVE 'Y' TO WS-GL-DAY-SWITCH
                   ELSE
                       MOVE "GLDT" TO ERR-CODE
                       MOVE "GLJ-H-RUN-DATE" TO ERR-FIELD-NAME
                       MOVE SPACES TO ERR-INPUT-DATA
                       MOVE WS-GL-RUN-DATE TO ERR-INPUT-DATA
                       MOVE "GL journal is not for this date"
                           TO ERR-MESSAGE-TEXT
                       PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                       MOVE 'Y' TO WS-EOF-SWITCH
                   END-IF
               WHEN GLJ-IS-TRAILER
                   MOVE GLJ-T-RECORD-COUNT TO WS-GL-TRAILER-COUNT
               WHEN GLJ-IS-DETAIL AND WS-GL-FOR-TODAY
                   ADD 1 TO WS-GL-DETAILS-READ
                   PERFORM 4200-POST-GL-DETAIL THRU 4200-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4100-EXIT.
           EXIT.

       4200-POST-GL-DETAIL.
           MOVE ZERO TO WS-EFFECT
           IF GLJ-D-DEBIT-ACCT = WS-AR-CONTROL-ACCT
               ADD GLJ-D-AMOUNT TO WS-EFFECT
           END-IF
           IF GLJ-D-CREDIT-ACCT = WS-AR-CONTROL-ACCT
               SUBTRACT GLJ-D-AMOUNT FROM WS-EFFECT
           END-IF
           IF WS-EFFECT = ZERO
               GO TO 4200-EXIT
           END-IF
           ADD WS-EFFECT TO WS-GL-MOVEMENT
           MOVE GLJ-D-SOURCE-ID TO WS-WANT-SOURCE-ID
           MOVE WS-GL-RUN-DATE TO WS-WANT-DATE
           PERFORM 2500-FIND-ENTRY THRU 2500-EXIT
           IF WS-ENTRY-FOUND
               ADD WS-EFFECT TO WS-BK-GL-AMOUNT (WS-BRK-SUB)
           END-IF.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-PROVE-BALANCES - the rolled control balance against *
      *    the invoices and against the GL; every break by source   *
      *    and date goes to the log for the work queue              *
      *-----------------------------------------------------------*
       5000-PROVE-BALANCES.
           IF RETURN-CODE = 16
               GO TO 5000-EXIT
           END-IF
           COMPUTE WS-CLOSE-CONTROL = WS-OPEN-CONTROL
               + WS-TOT-BILLINGS + WS-TOT-PAYMENTS + WS-TOT-AWARDS
               + WS-TOT-REFUNDS + WS-TOT-REVERSALS
           MOVE "Prior receivables control balance" TO WSL-LABEL
           MOVE WS-OPEN-CONTROL TO WSL-AMOUNT
           PERFORM 5900-PRINT-SUMMARY THRU 5900-EXIT
           MOVE "  Billings" TO WSL-LABEL
           MOVE WS-TOT-BILLINGS TO WSL-AMOUNT
           PERFORM 5900-PRINT-SUMMARY THRU 5900-EXIT
           MOVE "  Payments" TO WSL-LABEL
           MOVE WS-TOT-PAYMENTS TO WSL-AMOUNT
           PERFORM 5900-PRINT-SUMMARY THRU 5900-EXIT
           MOVE "  Awards" TO WSL-LABEL
           MOVE WS-TOT-AWARDS TO WSL-AMOUNT
           PERFORM 5900-PRINT-SUMMARY THRU 5900-EXIT
           MOVE "  Refunds" TO WSL-LABEL
           MOVE WS-TOT-REFUNDS TO WSL-AMOUNT
           PERFORM 5900-PRINT-SUMMARY THRU 5900-EXIT
           MOVE "  Reversals and write-offs" TO WSL-LABEL
           MOVE WS-TOT-REVERSALS TO WSL-AMOUNT
           PERFORM 5900-PRINT-SUMMARY THRU 5900-EXIT
           MOVE "Rolled-forward control balance" TO WSL-LABEL
           MOVE WS-CLOSE-CONTROL TO WSL-AMOUNT
           PERFORM 5900-PRINT-SUMMARY THRU 5900-EXIT
           MOVE SPACES TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE
           PERFORM 5100-PRINT-BREAKDOWN THRU 5100-EXIT
           COMPUTE WS-CLOSE-GL = WS-OPEN-GL + WS-GL-MOVEMENT
               + WS-CARRIED-MOVEMENT
           COMPUTE WS-INVOICE-DIFF =
               WS-CLOSE-CONTROL - WS-INVOICE-OPEN
           COMPUTE WS-GL-DIFF = WS-CLOSE-CONTROL - WS-CLOSE-GL
           MOVE SPACES TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE
           MOVE "Open invoice balances" TO WSL-LABEL
           MOVE WS-INVOICE-OPEN TO WSL-AMOUNT
           PERFORM 5900-PRINT-SUMMARY THRU 5900-EXIT
           MOVE "  Difference, control less invoices" TO WSL-LABEL
           MOVE WS-INVOICE-DIFF TO WSL-AMOUNT
           PERFORM 5900-PRINT-SUMMARY THRU 5900-EXIT
           MOVE "GL receivables control balance" TO WSL-LABEL
           MOVE WS-CLOSE-GL TO WSL-AMOUNT
           PERFORM 5900-PRINT-SUMMARY THRU 5900-EXIT
           MOVE "  Difference, control less GL" TO WSL-LABEL
           MOVE WS-GL-DIFF TO WSL-AMOUNT
           PERFORM 5900-PRINT-SUMMARY THRU 5900-EXIT
           IF WS-INVOICE-DIFF NOT = ZERO
               MOVE "INVOICE " TO WBD-SOURCE-ID
               MOVE WS-PROCESSING-DATE TO WBD-DATE
               MOVE WS-INVOICE-DIFF TO WBD-AMOUNT
               MOVE "ARBK" TO ERR-CODE
               MOVE "WS-INVOICE-DIFF" TO ERR-FIELD-NAME
               MOVE WS-BREAK-DATA TO ERR-INPUT-DATA
               MOVE "A/R control does not agree to invoices"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-BREAKS-RAISED
           END-IF
           IF WS-CARRIED-ENTRIES > ZERO AND NOT WS-FIRST-TIE-OUT
               MOVE "GLNA" TO ERR-CODE
               MOVE "WS-PERIOD-AFTER" TO ERR-FIELD-NAME
               MOVE SPACES TO ERR-INPUT-DATA
               MOVE WS-PERIOD-AFTER TO ERR-INPUT-DATA
               MOVE "Earlier days' GL taken as exported"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5100-PRINT-BREAKDOWN - one line per source and date; a   *
      *    day before this one is not on the journal and is taken   *
      *    as GlExport sent it                                      *
      *-----------------------------------------------------------*
       5100-PRINT-BREAKDOWN.
           MOVE "Movement by source and date" TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE
           MOVE WS-BREAKDOWN-HEADING TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE
           MOVE ZERO TO WS-BRK-SUB
           PERFORM 5200-PRINT-ONE-ENTRY THRU 5200-EXIT
               UNTIL WS-BRK-SUB >= WS-BRK-COUNT.
       5100-EXIT.
           EXIT.

       5200-PRINT-ONE-ENTRY.
           ADD 1 TO WS-BRK-SUB
           MOVE WS-BK-SOURCE-ID (WS-BRK-SUB) TO WBL-SOURCE-ID
           MOVE WS-BK-DATE (WS-BRK-SUB) TO WBL-DATE
           MOVE WS-BK-SUB-AMOUNT (WS-BRK-SUB) TO WBL-SUB-AMOUNT
           MOVE SPACES TO WBL-FLAG
           IF WS-BK-DATE (WS-BRK-SUB) < WS-PROCESSING-DATE
               ADD WS-BK-SUB-AMOUNT (WS-BRK-SUB)
                   TO WS-CARRIED-MOVEMENT
               ADD 1 TO WS-CARRIED-ENTRIES
               MOVE "         n/a" TO WBL-GL-NOT-SEEN
               MOVE ZERO TO WBL-DIFFERENCE
               MOVE WS-BREAKDOWN-LINE TO RECON-PRINT-LINE
               WRITE RECON-PRINT-LINE
               GO TO 5200-EXIT
           END-IF
           MOVE WS-BK-GL-AMOUNT (WS-BRK-SUB) TO WBL-GL-AMOUNT
           COMPUTE WS-ENTRY-DIFF = WS-BK-SUB-AMOUNT (WS-BRK-SUB)
               - WS-BK-GL-AMOUNT (WS-BRK-SUB)
           MOVE WS-ENTRY-DIFF TO WBL-DIFFERENCE
           IF WS-ENTRY-DIFF NOT = ZERO
               MOVE "BREAK" TO WBL-FLAG
               MOVE WS-BK-SOURCE-ID (WS-BRK-SUB) TO WBD-SOURCE-ID
               MOVE WS-BK-DATE (WS-BRK-SUB) TO WBD-DATE
               MOVE WS-ENTRY-DIFF TO WBD-AMOUNT
               MOVE "GLBK" TO ERR-CODE
               MOVE "WS-ENTRY-DIFF" TO ERR-FIELD-NAME
               MOVE WS-BREAK-DATA TO ERR-INPUT-DATA
               MOVE "A/R control does not agree to GL"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-BREAKS-RAISED
           END-IF
           MOVE WS-BREAKDOWN-LINE TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE.
       5200-EXIT.
           EXIT.

       5900-PRINT-SUMMARY.
           MOVE WS-SUMMARY-LINE TO RECON-PRINT-LINE
           WRITE RECON-PRINT-LINE.
       5900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9000-TERMINATE - the period's balances are kept for the  *
      *    next run to open at                                      *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF RETURN-CODE = 16
               CLOSE ERROR-LOG-FILE
               GO TO 9000-EXIT
           END-IF
           OPEN OUTPUT AR-GL-BALANCE-FILE
           MOVE WS-PERIOD-AFTER    TO AGB-PERIOD-AFTER
           MOVE WS-PROCESSING-DATE TO AGB-RECON-DATE
           MOVE WS-OPEN-CONTROL    TO AGB-OPEN-CONTROL
           MOVE WS-OPEN-GL         TO AGB-OPEN-GL
           MOVE WS-CLOSE-CONTROL   TO AGB-CLOSE-CONTROL
           MOVE WS-CLOSE-GL        TO AGB-CLOSE-GL
           WRITE AR-GL-BALANCE-RECORD
           CLOSE AR-GL-BALANCE-FILE
           CLOSE RECON-REPORT-FILE
           CLOSE ERROR-LOG-FILE
           DISPLAY "Controls in period  : " WS-CONTROLS-USED
           DISPLAY "Control balance     : " WS-CLOSE-CONTROL
           DISPLAY "Open invoices       : " WS-INVOICE-OPEN
           DISPLAY "GL control balance  : " WS-CLOSE-GL
           DISPLAY "Breaks raised       : " WS-BREAKS-RAISED
           IF WS-BREAKS-RAISED > ZERO
               DISPLAY "A/R tie-out FAILED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "A/R tie-out OK"
           END-IF.
       9000-EXIT.
           EXIT.

       COPY PARMPA.

       COPY ERRLOGPA.

       COPY JOBSTAPA.

       COPY PRCDTPA.
