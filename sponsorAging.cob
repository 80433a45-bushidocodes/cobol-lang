      ******************************************************************
      *    PROGRAM-ID: SponsorAging
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Aging report over third-party sponsor
      *                  receivables, kept apart from the student
      *                  aging.  Every sponsor invoice (SPNINV.DAT)
      *                  with money still owing lists with its
      *                  sponsor, due date and days past due, and the
      *                  open balance is bucketed current, 1-30,
      *                  31-60, 61-90 and over 90 days past due.
      *                  Sponsor charges billed but not yet put on a
      *                  sponsor invoice (SPONRCV.DAT) are totalled
      *                  on a line of their own, so the report as a
      *                  whole agrees with the sponsor receivable
      *                  account.  Output lands on SPNAGE.RPT;
      *                  anything over 90 days past due sets RC 4.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      *      2026-10-15  DF  Shares given back to a sponsor and not
      *                      yet taken off an unpaid invoice
      *                      (SPNCRED.DAT) print as credits due and
      *                      come off the receivable, which may now
      *                      run negative.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SponsorAging.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPONSOR-INVOICE-FILE ASSIGN TO "SPNINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SPI-INVOICE-NUMBER
               FILE STATUS IS WS-SPNINV-STATUS.

           SELECT SPONSOR-RECEIVABLE-FILE ASSIGN TO "SPONRCV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SPR-KEY
               FILE STATUS IS WS-SPONRCV-STATUS.

           SELECT SPONSOR-CREDIT-FILE ASSIGN TO "SPNCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SPC-KEY
               FILE STATUS IS WS-SPNCRED-STATUS.

           COPY SPONSEL.

           SELECT AGING-REPORT-FILE ASSIGN TO "SPNAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  SPONSOR-INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPNINV.

       FD  SPONSOR-RECEIVABLE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPONRCV.

       FD  SPONSOR-CREDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPNCRED.

       COPY SPONFD.

       FD  AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGING-PRINT-LINE            PIC X(80).

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SPONWS.

       01  WS-SPNINV-STATUS         PIC X(02).
           88  WS-SPNINV-NOTFOUND   VALUE "35".

       01  WS-SPONRCV-STATUS        PIC X(02).
           88  WS-SPONRCV-NOTFOUND  VALUE "35".

       01  WS-SPNCRED-STATUS        PIC X(02).
           88  WS-SPNCRED-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-RCV-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-RCV-END       VALUE 'Y'.
           05  WS-CRD-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-CRD-END       VALUE 'Y'.
           05  WS-SPNINV-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-SPNINV-OPEN   VALUE 'Y'.
           05  WS-MASTER-OPEN-SWITCH PIC X(01) VALUE 'N'.
               88  WS-MASTER-OPEN   VALUE 'Y'.

       01  WS-TODAY-INTEGER         PIC S9(09) COMP.
       01  WS-DAYS-PAST-DUE         PIC S9(05) COMP.
       01  WS-INVOICE-OPEN          PIC 9(07)V99.

      *    Open balance by days past due: current, 1-30, 31-60,
      *    61-90, over 90.
       01  WS-BUCKET-TABLE.
           05  WS-BK-ENTRY OCCURS 5 TIMES.
               10  WS-BK-COUNT       PIC 9(05).
               10  WS-BK-AMOUNT      PIC 9(09)V99.

       01  WS-BK-SUB                PIC 9(01) COMP VALUE ZERO.

       01  WS-BUCKET-NAMES.
           05  FILLER               PIC X(12) VALUE "Current     ".
           05  FILLER               PIC X(12) VALUE "1-30 days   ".
           05  FILLER               PIC X(12) VALUE "31-60 days  ".
           05  FILLER               PIC X(12) VALUE "61-90 days  ".
           05  FILLER               PIC X(12) VALUE "Over 90 days".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BK-NAME           PIC X(12) OCCURS 5 TIMES.

       01  WS-COUNTERS.
           05  WS-INVOICES-READ     PIC 9(07) VALUE ZERO.
           05  WS-INVOICES-OPEN     PIC 9(07) VALUE ZERO.
           05  WS-INVOICES-STALE    PIC 9(05) VALUE ZERO.
           05  WS-UNINVOICED-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-CREDITS-DUE-COUNT PIC 9(05) VALUE ZERO.

       01  WS-TOTAL-OPEN            PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-UNINVOICED      PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS-DUE     PIC 9(09)V99 VALUE ZERO.
       01  WS-GRAND-TOTAL           PIC S9(09)V99 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(35) VALUE
               "Sponsor receivables - aging at     ".
           05  SAH-DATE             PIC 9(08).

       01  WS-COLUMN-HEADING.
           05  FILLER               PIC X(40) VALUE
               "Invoice Sponsor Name                 Due".
           05  FILLER               PIC X(40) VALUE
               "       Billed      Open   Past".

       01  WS-INVOICE-DETAIL.
           05  SAD-INVOICE-NUMBER   PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SAD-SPONSOR-ID       PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SAD-SPONSOR-NAME     PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SAD-DUE-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SAD-AMOUNT-BILLED    PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SAD-AMOUNT-OPEN      PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SAD-DAYS-PAST-DUE    PIC ZZZZ9.

       01  WS-BUCKET-LINE.
           05  SAB-NAME             PIC X(12).
           05  FILLER               PIC X(07) VALUE " items ".
           05  SAB-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(09) VALUE "  amount ".
           05  SAB-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-AGE-ONE-INVOICE THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 2500-TOTAL-UNINVOICED THRU 2500-EXIT
           PERFORM 2700-TOTAL-CREDITS-DUE THRU 2700-EXIT
           PERFORM 3000-PRINT-BUCKETS THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-INVOICES-READ TO JST-RECORDS-READ
           MOVE WS-INVOICES-OPEN TO JST-RECORDS-WRITTEN
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "SponsorAging" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           MOVE ZERO TO WS-BK-SUB
           PERFORM 1100-CLEAR-ONE-BUCKET THRU 1100-EXIT
               UNTIL WS-BK-SUB >= 5
           OPEN INPUT SPONSOR-RECEIVABLE-FILE
           IF WS-SPONRCV-NOTFOUND
               DISPLAY "SponsorAging - no sponsor receivables on hand"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT SPONSOR-INVOICE-FILE
           IF WS-SPNINV-NOTFOUND
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               MOVE 'Y' TO WS-SPNINV-OPEN-SWITCH
           END-IF
           OPEN INPUT SPONSOR-MASTER-FILE
           IF NOT WS-SPONSOR-NOTFOUND
               MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
           END-IF
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO SAH-DATE
           MOVE WS-REPORT-HEADING TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           MOVE SPACES TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           MOVE WS-COLUMN-HEADING TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           DISPLAY "SponsorAging - aging the sponsor invoices"
           IF NOT WS-END-OF-FILE
               PERFORM 2100-READ-INVOICE THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CLEAR-ONE-BUCKET.
           ADD 1 TO WS-BK-SUB
           MOVE ZERO TO WS-BK-COUNT (WS-BK-SUB)
           MOVE ZERO TO WS-BK-AMOUNT (WS-BK-SUB).
       1100-EXIT.
           EXIT.

       2100-READ-INVOICE.
           READ SPONSOR-INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-AGE-ONE-INVOICE - open sponsor invoices only, aged  *
      *    by days past the due date                                *
      *-----------------------------------------------------------*
       2000-AGE-ONE-INVOICE.
           ADD 1 TO WS-INVOICES-READ
           IF SPI-STATUS-PAID
                   OR SPI-AMOUNT-PAID >= SPI-AMOUNT-BILLED
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-INVOICES-OPEN
           COMPUTE WS-INVOICE-OPEN =
               SPI-AMOUNT-BILLED - SPI-AMOUNT-PAID
           IF SPI-DUE-DATE NUMERIC AND SPI-DUE-DATE > ZERO
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(SPI-DUE-DATE)
           ELSE
               MOVE ZERO TO WS-DAYS-PAST-DUE
           END-IF
           IF WS-DAYS-PAST-DUE < ZERO
               MOVE ZERO TO WS-DAYS-PAST-DUE
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE = ZERO
                   MOVE 1 TO WS-BK-SUB
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE 2 TO WS-BK-SUB
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE 3 TO WS-BK-SUB
               WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE 4 TO WS-BK-SUB
               WHEN OTHER
                   MOVE 5 TO WS-BK-SUB
                   ADD 1 TO WS-INVOICES-STALE
           END-EVALUATE
           ADD 1 TO WS-BK-COUNT (WS-BK-SUB)
           ADD WS-INVOICE-OPEN TO WS-BK-AMOUNT (WS-BK-SUB)
           ADD WS-INVOICE-OPEN TO WS-TOTAL-OPEN
           MOVE "** not on sponsor master" TO SPN-NAME
           IF WS-MASTER-OPEN
               MOVE SPI-SPONSOR-ID TO SPN-SPONSOR-ID
               READ SPONSOR-MASTER-FILE
                   INVALID KEY
                       MOVE "** not on sponsor master" TO SPN-NAME
               END-READ
           END-IF
           MOVE SPI-INVOICE-NUMBER TO SAD-INVOICE-NUMBER
           MOVE SPI-SPONSOR-ID     TO SAD-SPONSOR-ID
           MOVE SPN-NAME           TO SAD-SPONSOR-NAME
           MOVE SPI-DUE-DATE       TO SAD-DUE-DATE
           MOVE SPI-AMOUNT-BILLED  TO SAD-AMOUNT-BILLED
           MOVE WS-INVOICE-OPEN    TO SAD-AMOUNT-OPEN
           MOVE WS-DAYS-PAST-DUE   TO SAD-DAYS-PAST-DUE
           MOVE WS-INVOICE-DETAIL TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE.
       2000-NEXT.
           PERFORM 2100-READ-INVOICE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-TOTAL-UNINVOICED - sponsor charges billed but not   *
      *    yet put on a sponsor invoice                             *
      *-----------------------------------------------------------*
       2500-TOTAL-UNINVOICED.
           IF RETURN-CODE = 16
               GO TO 2500-EXIT
           END-IF
           PERFORM 2600-READ-CHARGE THRU 2600-EXIT
           PERFORM 2550-ADD-ONE-CHARGE THRU 2550-EXIT
               UNTIL WS-RCV-END.
       2500-EXIT.
           EXIT.

       2550-ADD-ONE-CHARGE.
           IF SPR-NOT-YET-INVOICED AND SPR-STATUS-OPEN
               ADD 1 TO WS-UNINVOICED-COUNT
               ADD SPR-AMOUNT-BILLED TO WS-TOTAL-UNINVOICED
               SUBTRACT SPR-AMOUNT-PAID FROM WS-TOTAL-UNINVOICED
           END-IF
           PERFORM 2600-READ-CHARGE THRU 2600-EXIT.
       2550-EXIT.
           EXIT.

       2600-READ-CHARGE.
           READ SPONSOR-RECEIVABLE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RCV-EOF-SWITCH
           END-READ.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2700-TOTAL-CREDITS-DUE - shares given back to a sponsor  *
      *    and not yet taken off an unpaid invoice                  *
      *-----------------------------------------------------------*
       2700-TOTAL-CREDITS-DUE.
           IF RETURN-CODE = 16
               GO TO 2700-EXIT
           END-IF
           OPEN INPUT SPONSOR-CREDIT-FILE
           IF WS-SPNCRED-NOTFOUND
               GO TO 2700-EXIT
           END-IF
           PERFORM 2760-READ-CREDIT THRU 2760-EXIT
           PERFORM 2750-ADD-ONE-CREDIT THRU 2750-EXIT
               UNTIL WS-CRD-END
           CLOSE SPONSOR-CREDIT-FILE.
       2700-EXIT.
           EXIT.

       2750-ADD-ONE-CREDIT.
           IF SPC-STATUS-OPEN
                   AND SPC-CREDIT-AMOUNT > SPC-AMOUNT-APPLIED
               ADD 1 TO WS-CREDITS-DUE-COUNT
               ADD SPC-CREDIT-AMOUNT TO WS-TOTAL-CREDITS-DUE
               SUBTRACT SPC-AMOUNT-APPLIED FROM WS-TOTAL-CREDITS-DUE
           END-IF
           PERFORM 2760-READ-CREDIT THRU 2760-EXIT.
       2750-EXIT.
           EXIT.

       2760-READ-CREDIT.
           READ SPONSOR-CREDIT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CRD-EOF-SWITCH
           END-READ.
       2760-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-PRINT-BUCKETS - one line per age bucket, the        *
      *    uninvoiced charges and the credits due, then the total   *
      *    to agree with the sponsor receivable account             *
      *-----------------------------------------------------------*
       3000-PRINT-BUCKETS.
           IF RETURN-CODE = 16
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           MOVE ZERO TO WS-BK-SUB
           PERFORM 3100-PRINT-ONE-BUCKET THRU 3100-EXIT
               UNTIL WS-BK-SUB >= 5
           MOVE "Total open  " TO SAB-NAME
           MOVE WS-INVOICES-OPEN TO SAB-COUNT
           MOVE WS-TOTAL-OPEN  TO SAB-AMOUNT
           MOVE WS-BUCKET-LINE TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           MOVE SPACES TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           MOVE "Uninvoiced  " TO SAB-NAME
           MOVE WS-UNINVOICED-COUNT TO SAB-COUNT
           MOVE WS-TOTAL-UNINVOICED TO SAB-AMOUNT
           MOVE WS-BUCKET-LINE TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           MOVE "Credits due " TO SAB-NAME
           MOVE WS-CREDITS-DUE-COUNT TO SAB-COUNT
           COMPUTE SAB-AMOUNT = ZERO - WS-TOTAL-CREDITS-DUE
           MOVE WS-BUCKET-LINE TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           COMPUTE WS-GRAND-TOTAL =
               WS-TOTAL-OPEN + WS-TOTAL-UNINVOICED
                   - WS-TOTAL-CREDITS-DUE
           MOVE "Receivable  " TO SAB-NAME
           COMPUTE SAB-COUNT =
               WS-INVOICES-OPEN + WS-UNINVOICED-COUNT
                   + WS-CREDITS-DUE-COUNT
           MOVE WS-GRAND-TOTAL TO SAB-AMOUNT
           MOVE WS-BUCKET-LINE TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-BUCKET.
           ADD 1 TO WS-BK-SUB
           MOVE WS-BK-NAME (WS-BK-SUB)   TO SAB-NAME
           MOVE WS-BK-COUNT (WS-BK-SUB)  TO SAB-COUNT
           MOVE WS-BK-AMOUNT (WS-BK-SUB) TO SAB-AMOUNT
           MOVE WS-BUCKET-LINE TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE.
       3100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           IF WS-SPNINV-OPEN
               CLOSE SPONSOR-INVOICE-FILE
           END-IF
           CLOSE SPONSOR-RECEIVABLE-FILE
           IF WS-MASTER-OPEN
               CLOSE SPONSOR-MASTER-FILE
           END-IF
           CLOSE AGING-REPORT-FILE
           DISPLAY "Invoices read     : " WS-INVOICES-READ
           DISPLAY "Invoices open     : " WS-INVOICES-OPEN
           DISPLAY "Over ninety days  : " WS-INVOICES-STALE
           DISPLAY "Total invoiced    : " WS-TOTAL-OPEN
           DISPLAY "Not yet invoiced  : " WS-TOTAL-UNINVOICED
           DISPLAY "Credits due       : " WS-TOTAL-CREDITS-DUE
           IF WS-INVOICES-STALE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY JOBSTAPA.

       COPY PRCDTPA.
