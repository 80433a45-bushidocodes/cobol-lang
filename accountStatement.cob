      ******************************************************************
      *    PROGRAM-ID: AccountStatement
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Monthly student statement of account, run at
      *                  month end.  The period runs from the first of
      *                  the processing month to the processing date.
      *                  Every student with activity in the period or
      *                  a balance either side of it gets a statement
      *                  on STATEMNT.RPT: the opening balance, each
      *                  row the student account ledger (ACCTLDG.DAT)
      *                  carries for the period - charges, award
      *                  credits, payments and reversals, returned-
      *                  cheque and late fees, charges backed off and
      *                  refunds - the closing balance, and the
      *                  PAYPLAN installments still to fall due.  The
      *                  opening balance is last statement's closing
      *                  (STMTBAL.DAT) plus anything posted since; a
      *                  student on a first statement has it brought
      *                  forward from the invoice file.  Each closing
      *                  balance is held against the student's
      *                  outstanding balance worked the AgingReport
      *                  way, and the control page on STMTCTL.RPT
      *                  proves the statement totals against the
      *                  whole invoice file.  Any student out of
      *                  balance is listed there, goes to the work
      *                  queue and sets RC 4.  No statement is mailed
      *                  to an address the post office has returned;
      *                  the student still counts on the control page
      *                  and a BADA exception goes to the work queue.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      *      2026-10-15  DF  Bad-debt write-offs and collection
      *                      agency recoveries described on the
      *                      statement.
      *      2026-10-15  DF  Charges billed to a third-party sponsor
      *                      (SPNS) print as their own credit line.
      *      2026-10-15  DF  A sponsor share given back (SPNR) is
      *                      described on the statement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AccountStatement.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-LEDGER-FILE ASSIGN TO "ACCTLDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-KEY
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT STATEMENT-BALANCE-FILE ASSIGN TO "STMTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBL-STUDENT-ID
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO "STATEMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-REPORT-FILE ASSIGN TO "STMTCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "STMTSORT.WRK".

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  ACCOUNT-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTLDG.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  STUDENT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUADDR.

       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INVOICE.

       FD  PAYMENT-PLAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PAYPLAN.

       FD  STATEMENT-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STMTBAL.

       FD  STATEMENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-PRINT-LINE        PIC X(80).

       FD  CONTROL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-PRINT-LINE          PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-STUDENT-ID          PIC 9(07).
           05  SRT-POSTED-DATE         PIC 9(08).
           05  SRT-TXN-TYPE            PIC X(04).
           05  SRT-DIRECTION           PIC X(01).
               88  SRT-DEBIT           VALUE 'D'.
           05  SRT-COURSE-CODE         PIC X(04).
           05  SRT-AMOUNT              PIC 9(05)V99.
           05  SRT-REFERENCE           PIC X(08).
           05  SRT-PROGRAM-ID          PIC X(12).

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.

       01  WS-LEDGER-STATUS         PIC X(02).
           88  WS-LEDGER-NOTFOUND   VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).
           88  WS-MASTER-NOTFOUND   VALUE "35".

       01  WS-ADDRESS-STATUS        PIC X(02).
           88  WS-ADDRESS-NOTFOUND  VALUE "35".

       01  WS-INVOICE-STATUS        PIC X(02).
           88  WS-INVOICE-NOTFOUND  VALUE "35".

       01  WS-PLAN-STATUS           PIC X(02).
           88  WS-PLAN-NOTFOUND     VALUE "35".

       01  WS-BALANCE-STATUS        PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-LDG-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-LEDGER-END    VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-SORT-END      VALUE 'Y'.
           05  WS-INV-DONE-SWITCH   PIC X(01).
               88  WS-INV-DONE      VALUE 'Y'.
           05  WS-PLAN-DONE-SWITCH  PIC X(01).
               88  WS-PLAN-DONE     VALUE 'Y'.
           05  WS-PLAN-FOUND-SWITCH PIC X(01).
               88  WS-INVOICE-ON-PLAN VALUE 'Y'.
           05  WS-SBL-FOUND-SWITCH  PIC X(01).
               88  WS-SBL-FOUND     VALUE 'Y'.
           05  WS-RERUN-SWITCH      PIC X(01).
               88  WS-PERIOD-RERUN  VALUE 'Y'.
           05  WS-HELD-SWITCH       PIC X(01).
               88  WS-STATEMENT-HELD VALUE 'Y'.
           05  WS-INSTALL-HDR-SWITCH PIC X(01).
               88  WS-INSTALL-HDR-DONE VALUE 'Y'.

       01  WS-PERIOD-START          PIC 9(08).
       01  WS-PERIOD-END            PIC 9(08).

      *    The period's ledger rows for the student in hand, held
      *    until the opening balance is known.
       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
           05  WS-LINE-ENTRY OCCURS 300 TIMES.
               10  WS-LN-POSTED-DATE    PIC 9(08).
               10  WS-LN-TXN-TYPE       PIC X(04).
               10  WS-LN-DIRECTION      PIC X(01).
               10  WS-LN-COURSE-CODE    PIC X(04).
               10  WS-LN-AMOUNT         PIC 9(05)V99.
               10  WS-LN-REFERENCE      PIC X(08).

       01  WS-LINE-SUB              PIC 9(03) COMP VALUE ZERO.
       01  WS-LINES-OVER            PIC 9(05) VALUE ZERO.

      *    Student balances - signed, so a statement out of balance
      *    shows which way it is out.
       01  WS-STUDENT-AMOUNTS.
           05  WS-OPENING-BALANCE   PIC S9(07)V99.
           05  WS-PERIOD-DEBITS     PIC S9(07)V99.
           05  WS-PERIOD-CREDITS    PIC S9(07)V99.
           05  WS-GAP-ACTIVITY      PIC S9(07)V99.
           05  WS-CLOSING-BALANCE   PIC S9(07)V99.
           05  WS-AGING-BALANCE     PIC S9(07)V99.

       01  WS-OUTSTANDING           PIC 9(07)V99.
       01  WS-INVOICE-OUTSTANDING   PIC 9(07)V99.
       01  WS-INSTALLMENT-OWING     PIC 9(05)V99.

       01  WS-CONTROL-TOTALS.
           05  WS-TOT-OPENING       PIC S9(09)V99 VALUE ZERO.
           05  WS-TOT-DEBITS        PIC S9(09)V99 VALUE ZERO.
           05  WS-TOT-CREDITS       PIC S9(09)V99 VALUE ZERO.
           05  WS-TOT-CLOSING       PIC S9(09)V99 VALUE ZERO.
           05  WS-TOT-AGING         PIC S9(09)V99 VALUE ZERO.
           05  WS-TOT-INVOICE-FILE  PIC S9(09)V99 VALUE ZERO.
           05  WS-TOT-DIFFERENCE    PIC S9(09)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-STUDENTS-READ     PIC 9(07) VALUE ZERO.
           05  WS-LEDGER-ROWS       PIC 9(07) VALUE ZERO.
           05  WS-STATEMENTS        PIC 9(07) VALUE ZERO.
           05  WS-STATEMENTS-HELD   PIC 9(07) VALUE ZERO.
           05  WS-BROUGHT-FORWARD   PIC 9(07) VALUE ZERO.
           05  WS-OUT-OF-BALANCE    PIC 9(07) VALUE ZERO.
           05  WS-ORPHAN-ROWS       PIC 9(07) VALUE ZERO.

       01  WS-STATEMENT-HEADING.
           05  FILLER               PIC X(32) VALUE
               "STATEMENT OF ACCOUNT    Period ".
           05  WSH-PERIOD-START     PIC 9(08).
           05  FILLER               PIC X(03) VALUE " - ".
           05  WSH-PERIOD-END       PIC 9(08).

       01  WS-NAME-LINE.
           05  FILLER               PIC X(08) VALUE "Student ".
           05  WSN-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSN-GIVEN-NAME       PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WSN-SURNAME          PIC X(20).

       01  WS-ADDRESS-LINE-1.
           05  FILLER               PIC X(17) VALUE SPACES.
           05  WSA-STREET           PIC X(20).

       01  WS-ADDRESS-LINE-2.
           05  FILLER               PIC X(17) VALUE SPACES.
           05  WSA-CITY             PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WSA-STATE            PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WSA-ZIP              PIC X(05).

       01  WS-COLUMN-HEADING        PIC X(80) VALUE
           "Date      Description             Course Ref         Charg
      -    "es      Credits".

       01  WS-BALANCE-LINE.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WSB-LABEL            PIC X(24).
           05  FILLER               PIC X(31) VALUE SPACES.
           05  WSB-AMOUNT           PIC $$$,$$$,$$9.99-.

       01  WS-DETAIL-LINE.
           05  WSD-POSTED-DATE      PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSD-DESCRIPTION      PIC X(24).
           05  WSD-COURSE-CODE      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WSD-REFERENCE        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WSD-CHARGE           PIC $$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSD-CREDIT           PIC $$$,$$9.99 BLANK WHEN ZERO.

       01  WS-OVERFLOW-LINE.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WSO-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(40) VALUE
               " further items - totals include them".

       01  WS-INSTALLMENT-HEADING   PIC X(80) VALUE
           "Upcoming installments".

       01  WS-INSTALLMENT-LINE.
           05  FILLER               PIC X(06) VALUE "  Due ".
           05  WSI-DUE-DATE         PIC 9(08).
           05  FILLER               PIC X(09) VALUE "  Course ".
           05  WSI-COURSE-CODE      PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSI-AMOUNT           PIC $$$,$$9.99.

       01  WS-SEPARATOR-LINE        PIC X(80) VALUE ALL "-".

       01  WS-CONTROL-HEADING.
           05  FILLER               PIC X(38) VALUE
               "STATEMENT CONTROL PAGE   Period       ".
           05  WCH-PERIOD-START     PIC 9(08).
           05  FILLER               PIC X(03) VALUE " - ".
           05  WCH-PERIOD-END       PIC 9(08).

       01  WS-CONTROL-EXCEPTION-HEADING PIC X(80) VALUE
           "Out of balance   Student    Statement closing     Aging ba
      -    "lance".

       01  WS-CONTROL-EXCEPTION-LINE.
           05  FILLER               PIC X(17) VALUE SPACES.
           05  WCE-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WCE-CLOSING          PIC $$$,$$$,$$9.99-.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WCE-AGING            PIC $$$,$$$,$$9.99-.

       01  WS-CONTROL-COUNT-LINE.
           05  WCC-LABEL            PIC X(40).
           05  WCC-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-CONTROL-AMOUNT-LINE.
           05  WCA-LABEL            PIC X(40).
           05  WCA-AMOUNT           PIC $$$,$$$,$$$,$$9.99-.

       01  WS-CONTROL-RESULT-LINE   PIC X(80).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-STUDENT-ID
                                    SRT-POSTED-DATE
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 4000-RELEASE-LEDGER
                       THRU 4000-EXIT
                   OUTPUT PROCEDURE IS 5000-PRINT-STATEMENTS
                       THRU 5000-EXIT
               PERFORM 6000-TOTAL-INVOICE-FILE THRU 6000-EXIT
               PERFORM 7000-PRINT-CONTROL-PAGE THRU 7000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-STUDENTS-READ TO JST-RECORDS-READ
           MOVE WS-STATEMENTS TO JST-RECORDS-WRITTEN
           COMPUTE JST-RECORDS-REJECTED =
               WS-STATEMENTS-HELD + WS-OUT-OF-BALANCE
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "AccountState" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE WS-PROCESSING-DATE TO WS-PERIOD-END
           MOVE WS-PROCESSING-DATE TO WS-PERIOD-START
           MOVE 01 TO WS-PERIOD-START(7:2)
           MOVE "ACCTSTMT" TO ERR-PROGRAM-ID
           OPEN EXTEND ERROR-LOG-FILE
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-MASTER-NOTFOUND
               DISPLAY "AccountStatement - STUDENT-MASTER not found"
               CLOSE ERROR-LOG-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STUDENT-ADDRESS-FILE
           OPEN INPUT INVOICE-FILE
           OPEN INPUT PAYMENT-PLAN-FILE
           OPEN I-O STATEMENT-BALANCE-FILE
           IF WS-BALANCE-STATUS = "35"
               OPEN OUTPUT STATEMENT-BALANCE-FILE
               CLOSE STATEMENT-BALANCE-FILE
               OPEN I-O STATEMENT-BALANCE-FILE
           END-IF
           OPEN OUTPUT STATEMENT-REPORT-FILE
           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE WS-PERIOD-START TO WCH-PERIOD-START
           MOVE WS-PERIOD-END   TO WCH-PERIOD-END
           MOVE WS-CONTROL-HEADING TO CONTROL-PRINT-LINE
           WRITE CONTROL-PRINT-LINE
           MOVE SPACES TO CONTROL-PRINT-LINE
           WRITE CONTROL-PRINT-LINE
           MOVE WS-CONTROL-EXCEPTION-HEADING TO CONTROL-PRINT-LINE
           WRITE CONTROL-PRINT-LINE
           DISPLAY "AccountStatement - statements for "
               WS-PERIOD-START " to " WS-PERIOD-END.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-RELEASE-LEDGER - SORT input procedure; the whole    *
      *    account ledger, so rows from before the period can      *
      *    carry an opening balance forward                         *
      *-----------------------------------------------------------*
       4000-RELEASE-LEDGER.
           OPEN INPUT ACCOUNT-LEDGER-FILE
           IF WS-LEDGER-NOTFOUND
               DISPLAY "AccountStatement - no account ledger yet"
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-RELEASE-ONE-ROW THRU 4100-EXIT
               UNTIL WS-LEDGER-END
           CLOSE ACCOUNT-LEDGER-FILE.
       4000-EXIT.
           EXIT.

       4100-RELEASE-ONE-ROW.
           READ ACCOUNT-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-LDG-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-LEDGER-ROWS
           MOVE ACL-STUDENT-ID  TO SRT-STUDENT-ID
           MOVE ACL-POSTED-DATE TO SRT-POSTED-DATE
           MOVE ACL-TXN-TYPE    TO SRT-TXN-TYPE
           MOVE ACL-DIRECTION   TO SRT-DIRECTION
           MOVE ACL-COURSE-CODE TO SRT-COURSE-CODE
           MOVE ACL-AMOUNT      TO SRT-AMOUNT
           MOVE ACL-REFERENCE   TO SRT-REFERENCE
           MOVE ACL-PROGRAM-ID  TO SRT-PROGRAM-ID
           RELEASE SORT-RECORD.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-PRINT-STATEMENTS - SORT output procedure; the       *
      *    master in StudentId order, matched against the sorted   *
      *    ledger                                                   *
      *-----------------------------------------------------------*
       5000-PRINT-STATEMENTS.
           PERFORM 5010-RETURN-SORTED THRU 5010-EXIT
           PERFORM 5020-READ-MASTER THRU 5020-EXIT
           PERFORM 5100-STATEMENT-ONE-STUDENT THRU 5100-EXIT
               UNTIL WS-END-OF-FILE
      *    Whatever is left belongs to no student on the master.
           PERFORM 5030-SKIP-ORPHAN-ROW THRU 5030-EXIT
               UNTIL WS-SORT-END.
       5000-EXIT.
           EXIT.

       5010-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
       5010-EXIT.
           EXIT.

       5020-READ-MASTER.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       5020-EXIT.
           EXIT.

       5030-SKIP-ORPHAN-ROW.
           ADD 1 TO WS-ORPHAN-ROWS
           PERFORM 5010-RETURN-SORTED THRU 5010-EXIT.
       5030-EXIT.
           EXIT.

       5100-STATEMENT-ONE-STUDENT.
           ADD 1 TO WS-STUDENTS-READ
           PERFORM 5030-SKIP-ORPHAN-ROW THRU 5030-EXIT
               UNTIL WS-SORT-END OR SRT-STUDENT-ID >= STU-ID
           PERFORM 5200-GET-LAST-STATEMENT THRU 5200-EXIT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-LINES-OVER
           MOVE ZERO TO WS-PERIOD-DEBITS
           MOVE ZERO TO WS-PERIOD-CREDITS
           MOVE ZERO TO WS-GAP-ACTIVITY
           PERFORM 5300-TAKE-ONE-ROW THRU 5300-EXIT
               UNTIL WS-SORT-END OR SRT-STUDENT-ID NOT = STU-ID
           PERFORM 5400-AGING-BALANCE THRU 5400-EXIT
           EVALUATE TRUE
               WHEN NOT WS-SBL-FOUND
                   COMPUTE WS-OPENING-BALANCE =
                       WS-AGING-BALANCE - WS-PERIOD-DEBITS
                           + WS-PERIOD-CREDITS
               WHEN WS-PERIOD-RERUN
                   MOVE SBL-OPENING-BALANCE TO WS-OPENING-BALANCE
               WHEN OTHER
                   COMPUTE WS-OPENING-BALANCE =
                       SBL-CLOSING-BALANCE + WS-GAP-ACTIVITY
           END-EVALUATE
           COMPUTE WS-CLOSING-BALANCE =
               WS-OPENING-BALANCE + WS-PERIOD-DEBITS
                   - WS-PERIOD-CREDITS
           IF WS-LINE-COUNT = ZERO AND WS-LINES-OVER = ZERO
                   AND WS-OPENING-BALANCE = ZERO
                   AND WS-CLOSING-BALANCE = ZERO
                   AND WS-AGING-BALANCE = ZERO
               GO TO 5100-NEXT
           END-IF
           IF NOT WS-SBL-FOUND
               ADD 1 TO WS-BROUGHT-FORWARD
           END-IF
           ADD WS-OPENING-BALANCE TO WS-TOT-OPENING
           ADD WS-PERIOD-DEBITS   TO WS-TOT-DEBITS
           ADD WS-PERIOD-CREDITS  TO WS-TOT-CREDITS
           ADD WS-CLOSING-BALANCE TO WS-TOT-CLOSING
           ADD WS-AGING-BALANCE   TO WS-TOT-AGING
           IF WS-CLOSING-BALANCE NOT = WS-AGING-BALANCE
               PERFORM 5500-REPORT-OUT-OF-BALANCE THRU 5500-EXIT
           END-IF
           PERFORM 5600-CHECK-MAIL-STATUS THRU 5600-EXIT
           IF NOT WS-STATEMENT-HELD
               PERFORM 5700-PRINT-STATEMENT THRU 5700-EXIT
           END-IF
           PERFORM 5900-SAVE-STATEMENT-BALANCE THRU 5900-EXIT.
       5100-NEXT.
           PERFORM 5020-READ-MASTER THRU 5020-EXIT.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5200-GET-LAST-STATEMENT - the balance the last           *
      *    statement closed on; the same period again is a rerun   *
      *-----------------------------------------------------------*
       5200-GET-LAST-STATEMENT.
           MOVE 'N' TO WS-SBL-FOUND-SWITCH
           MOVE 'N' TO WS-RERUN-SWITCH
           MOVE STU-ID TO SBL-STUDENT-ID
           READ STATEMENT-BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO SBL-PERIOD-START
                   MOVE ZERO TO SBL-PERIOD-END
                   MOVE ZERO TO SBL-OPENING-BALANCE
                   MOVE ZERO TO SBL-CLOSING-BALANCE
                   GO TO 5200-EXIT
           END-READ
           MOVE 'Y' TO WS-SBL-FOUND-SWITCH
           IF SBL-PERIOD-START = WS-PERIOD-START
               MOVE 'Y' TO WS-RERUN-SWITCH
           END-IF.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5300-TAKE-ONE-ROW - a row in the period goes on the      *
      *    statement; one posted since the last statement closed   *
      *    but before this period carries into the opening         *
      *-----------------------------------------------------------*
       5300-TAKE-ONE-ROW.
           IF SRT-POSTED-DATE < WS-PERIOD-START
               IF WS-SBL-FOUND AND NOT WS-PERIOD-RERUN
                       AND SRT-POSTED-DATE > SBL-PERIOD-END
                   IF SRT-DEBIT
                       ADD SRT-AMOUNT TO WS-GAP-ACTIVITY
                   ELSE
                       SUBTRACT SRT-AMOUNT FROM WS-GAP-ACTIVITY
                   END-IF
               END-IF
               GO TO 5300-NEXT
           END-IF
           IF SRT-DEBIT
               ADD SRT-AMOUNT TO WS-PERIOD-DEBITS
           ELSE
               ADD SRT-AMOUNT TO WS-PERIOD-CREDITS
           END-IF
           IF WS-LINE-COUNT >= 300
               ADD 1 TO WS-LINES-OVER
               GO TO 5300-NEXT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE SRT-POSTED-DATE TO WS-LN-POSTED-DATE (WS-LINE-COUNT)
           MOVE SRT-TXN-TYPE    TO WS-LN-TXN-TYPE (WS-LINE-COUNT)
           MOVE SRT-DIRECTION   TO WS-LN-DIRECTION (WS-LINE-COUNT)
           MOVE SRT-COURSE-CODE TO WS-LN-COURSE-CODE (WS-LINE-COUNT)
           MOVE SRT-AMOUNT      TO WS-LN-AMOUNT (WS-LINE-COUNT)
           MOVE SRT-REFERENCE   TO WS-LN-REFERENCE (WS-LINE-COUNT).
       5300-NEXT.
           PERFORM 5010-RETURN-SORTED THRU 5010-EXIT.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5400-AGING-BALANCE - the student's outstanding balance   *
      *    as AgingReport counts it: each unpaid invoice, or the    *
      *    unpaid installments of an invoice on a plan              *
      *-----------------------------------------------------------*
       5400-AGING-BALANCE.
           MOVE ZERO TO WS-AGING-BALANCE
           IF WS-INVOICE-NOTFOUND
               GO TO 5400-EXIT
           END-IF
           MOVE 'N' TO WS-INV-DONE-SWITCH
           MOVE STU-ID     TO INV-STUDENT-ID
           MOVE LOW-VALUES TO INV-COURSE-CODE
           START INVOICE-FILE KEY NOT < INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
           END-START
           PERFORM 5410-AGE-ONE-INVOICE THRU 5410-EXIT
               UNTIL WS-INV-DONE.
       5400-EXIT.
           EXIT.

       5410-AGE-ONE-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
                   GO TO 5410-EXIT
           END-READ
           IF INV-STUDENT-ID NOT = STU-ID
               MOVE 'Y' TO WS-INV-DONE-SWITCH
               GO TO 5410-EXIT
           END-IF
           PERFORM 8000-INVOICE-OUTSTANDING THRU 8000-EXIT
           ADD WS-INVOICE-OUTSTANDING TO WS-AGING-BALANCE.
       5410-EXIT.
           EXIT.

       5500-REPORT-OUT-OF-BALANCE.
           ADD 1 TO WS-OUT-OF-BALANCE
           MOVE STU-ID             TO WCE-STUDENT-ID
           MOVE WS-CLOSING-BALANCE TO WCE-CLOSING
           MOVE WS-AGING-BALANCE   TO WCE-AGING
           MOVE WS-CONTROL-EXCEPTION-LINE TO CONTROL-PRINT-LINE
           WRITE CONTROL-PRINT-LINE
           MOVE "OOB " TO ERR-CODE
           MOVE "STU-ID" TO ERR-FIELD-NAME
           MOVE SPACES TO ERR-INPUT-DATA
           MOVE STU-ID TO ERR-INPUT-DATA
           MOVE "Statement does not tie to invoice file"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT.
       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5600-CHECK-MAIL-STATUS - an address the post office has  *
      *    returned gets no statement; the work queue gets a BADA  *
      *-----------------------------------------------------------*
       5600-CHECK-MAIL-STATUS.
           MOVE 'N' TO WS-HELD-SWITCH
           MOVE SPACE TO ADR-MAIL-STATUS
           IF WS-ADDRESS-NOTFOUND
               GO TO 5600-EXIT
           END-IF
           MOVE STU-ID TO ADR-STUDENT-ID
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   MOVE SPACE TO ADR-MAIL-STATUS
                   GO TO 5600-EXIT
           END-READ
           IF NOT ADR-MAIL-RETURNED
               GO TO 5600-EXIT
           END-IF
           MOVE 'Y' TO WS-HELD-SWITCH
           ADD 1 TO WS-STATEMENTS-HELD
           MOVE "BADA" TO ERR-CODE
           MOVE "ADR-MAIL-STATUS" TO ERR-FIELD-NAME
           MOVE SPACES TO ERR-INPUT-DATA
           STRING STU-ID " STMT " WS-PERIOD-END
               DELIMITED BY SIZE INTO ERR-INPUT-DATA
           MOVE "Statement held - address returned"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT.
       5600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5700-PRINT-STATEMENT - heading, address, opening         *
      *    balance, the period's rows, closing balance and the     *
      *    installments still to fall due                           *
      *-----------------------------------------------------------*
       5700-PRINT-STATEMENT.
           MOVE WS-PERIOD-START TO WSH-PERIOD-START
           MOVE WS-PERIOD-END   TO WSH-PERIOD-END
           MOVE WS-STATEMENT-HEADING TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE
           MOVE STU-ID         TO WSN-STUDENT-ID
           MOVE STU-GIVEN-NAME TO WSN-GIVEN-NAME
           MOVE STU-SURNAME    TO WSN-SURNAME
           MOVE WS-NAME-LINE TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE
           IF NOT WS-ADDRESS-NOTFOUND
                   AND ADR-STUDENT-ID = STU-ID
               MOVE ADR-STREET TO WSA-STREET
               MOVE WS-ADDRESS-LINE-1 TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
               MOVE ADR-CITY  TO WSA-CITY
               MOVE ADR-STATE TO WSA-STATE
               MOVE ADR-ZIP   TO WSA-ZIP
               MOVE WS-ADDRESS-LINE-2 TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE
           MOVE WS-COLUMN-HEADING TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE
           MOVE "Opening balance" TO WSB-LABEL
           MOVE WS-OPENING-BALANCE TO WSB-AMOUNT
           MOVE WS-BALANCE-LINE TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE
           MOVE ZERO TO WS-LINE-SUB
           PERFORM 5750-PRINT-ONE-ROW THRU 5750-EXIT
               UNTIL WS-LINE-SUB >= WS-LINE-COUNT
           IF WS-LINES-OVER > ZERO
               MOVE WS-LINES-OVER TO WSO-COUNT
               MOVE WS-OVERFLOW-LINE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           END-IF
           MOVE "Closing balance" TO WSB-LABEL
           MOVE WS-CLOSING-BALANCE TO WSB-AMOUNT
           MOVE WS-BALANCE-LINE TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE
           PERFORM 5800-PRINT-INSTALLMENTS THRU 5800-EXIT
           MOVE WS-SEPARATOR-LINE TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE
           ADD 1 TO WS-STATEMENTS.
       5700-EXIT.
           EXIT.

       5750-PRINT-ONE-ROW.
           ADD 1 TO WS-LINE-SUB
           MOVE WS-LN-POSTED-DATE (WS-LINE-SUB) TO WSD-POSTED-DATE
           MOVE WS-LN-COURSE-CODE (WS-LINE-SUB) TO WSD-COURSE-CODE
           MOVE WS-LN-REFERENCE (WS-LINE-SUB)   TO WSD-REFERENCE
           EVALUATE WS-LN-TXN-TYPE (WS-LINE-SUB)
               WHEN "CHRG"
                   MOVE "Charge" TO WSD-DESCRIPTION
               WHEN "AWRD"
                   MOVE "Award credit" TO WSD-DESCRIPTION
               WHEN "PAYM"
                   MOVE "Payment - thank you" TO WSD-DESCRIPTION
               WHEN "REVR"
                   MOVE "Payment reversed" TO WSD-DESCRIPTION
               WHEN "RCKF"
                   MOVE "Returned cheque fee" TO WSD-DESCRIPTION
               WHEN "LATE"
                   MOVE "Late fee" TO WSD-DESCRIPTION
               WHEN "ADJC"
                   MOVE "Charge reversed" TO WSD-DESCRIPTION
               WHEN "RFND"
                   MOVE "Refund issued" TO WSD-DESCRIPTION
               WHEN "XFRI"
                   MOVE "Balance transferred in" TO WSD-DESCRIPTION
               WHEN "XFRO"
                   MOVE "Balance transferred out" TO WSD-DESCRIPTION
               WHEN "WOFF"
                   MOVE "Balance written off" TO WSD-DESCRIPTION
               WHEN "AGYR"
                   MOVE "Paid through collections" TO WSD-DESCRIPTION
               WHEN "SPNS"
                   MOVE "Billed to sponsor" TO WSD-DESCRIPTION
               WHEN "SPNR"
                   MOVE "Sponsor share withdrawn" TO WSD-DESCRIPTION
               WHEN OTHER
                   MOVE WS-LN-TXN-TYPE (WS-LINE-SUB)
                       TO WSD-DESCRIPTION
           END-EVALUATE
           IF WS-LN-DIRECTION (WS-LINE-SUB) = 'D'
               MOVE WS-LN-AMOUNT (WS-LINE-SUB) TO WSD-CHARGE
               MOVE ZERO TO WSD-CREDIT
           ELSE
               MOVE ZERO TO WSD-CHARGE
               MOVE WS-LN-AMOUNT (WS-LINE-SUB) TO WSD-CREDIT
           END-IF
           MOVE WS-DETAIL-LINE TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE.
       5750-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5800-PRINT-INSTALLMENTS - plan installments falling due  *
      *    after the period with money still owing                  *
      *-----------------------------------------------------------*
       5800-PRINT-INSTALLMENTS.
           IF WS-PLAN-NOTFOUND
               GO TO 5800-EXIT
           END-IF
           MOVE 'N' TO WS-INSTALL-HDR-SWITCH
           MOVE 'N' TO WS-PLAN-DONE-SWITCH
           MOVE STU-ID     TO PLN-STUDENT-ID
           MOVE LOW-VALUES TO PLN-COURSE-CODE
           MOVE ZERO       TO PLN-INSTALLMENT-NO
           START PAYMENT-PLAN-FILE KEY NOT < PLN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PLAN-DONE-SWITCH
           END-START
           PERFORM 5850-PRINT-ONE-INSTALLMENT THRU 5850-EXIT
               UNTIL WS-PLAN-DONE.
       5800-EXIT.
           EXIT.

       5850-PRINT-ONE-INSTALLMENT.
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PLAN-DONE-SWITCH
                   GO TO 5850-EXIT
           END-READ
           IF PLN-STUDENT-ID NOT = STU-ID
               MOVE 'Y' TO WS-PLAN-DONE-SWITCH
               GO TO 5850-EXIT
           END-IF
           IF PLN-DUE-DATE <= WS-PERIOD-END
                   OR PLN-AMOUNT-PAID >= PLN-AMOUNT-DUE
               GO TO 5850-EXIT
           END-IF
           IF NOT WS-INSTALL-HDR-DONE
               MOVE 'Y' TO WS-INSTALL-HDR-SWITCH
               MOVE WS-INSTALLMENT-HEADING TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           END-IF
           COMPUTE WS-INSTALLMENT-OWING =
               PLN-AMOUNT-DUE - PLN-AMOUNT-PAID
           MOVE PLN-DUE-DATE    TO WSI-DUE-DATE
           MOVE PLN-COURSE-CODE TO WSI-COURSE-CODE
           MOVE WS-INSTALLMENT-OWING TO WSI-AMOUNT
           MOVE WS-INSTALLMENT-LINE TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE.
       5850-EXIT.
           EXIT.

       5900-SAVE-STATEMENT-BALANCE.
           MOVE STU-ID             TO SBL-STUDENT-ID
           MOVE WS-PERIOD-START    TO SBL-PERIOD-START
           MOVE WS-PERIOD-END      TO SBL-PERIOD-END
           MOVE WS-OPENING-BALANCE TO SBL-OPENING-BALANCE
           MOVE WS-CLOSING-BALANCE TO SBL-CLOSING-BALANCE
           IF WS-SBL-FOUND
               REWRITE STATEMENT-BALANCE-RECORD
           ELSE
               WRITE STATEMENT-BALANCE-RECORD
           END-IF.
       5900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6000-TOTAL-INVOICE-FILE - the whole invoice file,        *
      *    outstanding counted as AgingReport counts it, for the   *
      *    control page                                             *
      *-----------------------------------------------------------*
       6000-TOTAL-INVOICE-FILE.
           IF WS-INVOICE-NOTFOUND
               GO TO 6000-EXIT
           END-IF
           MOVE 'N' TO WS-INV-DONE-SWITCH
           MOVE LOW-VALUES TO INV-KEY
           START INVOICE-FILE KEY NOT < INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
           END-START
           PERFORM 6100-TOTAL-ONE-INVOICE THRU 6100-EXIT
               UNTIL WS-INV-DONE.
       6000-EXIT.
           EXIT.

       6100-TOTAL-ONE-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
                   GO TO 6100-EXIT
           END-READ
           PERFORM 8000-INVOICE-OUTSTANDING THRU 8000-EXIT
           ADD WS-INVOICE-OUTSTANDING TO WS-TOT-INVOICE-FILE.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    7000-PRINT-CONTROL-PAGE - opening plus charges less      *
      *    credits must equal closing, and closing must equal the  *
      *    outstanding on the invoice file                          *
      *-----------------------------------------------------------*
       7000-PRINT-CONTROL-PAGE.
           IF WS-OUT-OF-BALANCE = ZERO
               MOVE "  (none)" TO CONTROL-PRINT-LINE
               WRITE CONTROL-PRINT-LINE
           END-IF
           MOVE SPACES TO CONTROL-PRINT-LINE
           WRITE CONTROL-PRINT-LINE
           MOVE "Students on master" TO WCC-LABEL
           MOVE WS-STUDENTS-READ TO WCC-COUNT
           PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
           MOVE "Ledger rows read" TO WCC-LABEL
           MOVE WS-LEDGER-ROWS TO WCC-COUNT
           PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
           MOVE "Ledger rows for no student on master" TO WCC-LABEL
           MOVE WS-ORPHAN-ROWS TO WCC-COUNT
           PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
           MOVE "Statements printed" TO WCC-LABEL
           MOVE WS-STATEMENTS TO WCC-COUNT
           PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
           MOVE "Statements held - address returned" TO WCC-LABEL
           MOVE WS-STATEMENTS-HELD TO WCC-COUNT
           PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
           MOVE "Opening brought forward from invoices"
               TO WCC-LABEL
           MOVE WS-BROUGHT-FORWARD TO WCC-COUNT
           PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
           MOVE "Students out of balance" TO WCC-LABEL
           MOVE WS-OUT-OF-BALANCE TO WCC-COUNT
           PERFORM 7100-WRITE-COUNT THRU 7100-EXIT
           MOVE SPACES TO CONTROL-PRINT-LINE
           WRITE CONTROL-PRINT-LINE
           MOVE "Opening balances" TO WCA-LABEL
           MOVE WS-TOT-OPENING TO WCA-AMOUNT
           PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
           MOVE "  plus charges and fees" TO WCA-LABEL
           MOVE WS-TOT-DEBITS TO WCA-AMOUNT
           PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
           MOVE "  less payments and credits" TO WCA-LABEL
           MOVE WS-TOT-CREDITS TO WCA-AMOUNT
           PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
           MOVE "Closing balances on statements" TO WCA-LABEL
           MOVE WS-TOT-CLOSING TO WCA-AMOUNT
           PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
           MOVE "Aging balance of the same students" TO WCA-LABEL
           MOVE WS-TOT-AGING TO WCA-AMOUNT
           PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
           MOVE "Outstanding on invoice file" TO WCA-LABEL
           MOVE WS-TOT-INVOICE-FILE TO WCA-AMOUNT
           PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
           COMPUTE WS-TOT-DIFFERENCE =
               WS-TOT-CLOSING - WS-TOT-INVOICE-FILE
           MOVE "Difference" TO WCA-LABEL
           MOVE WS-TOT-DIFFERENCE TO WCA-AMOUNT
           PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
           MOVE SPACES TO CONTROL-PRINT-LINE
           WRITE CONTROL-PRINT-LINE
           IF WS-TOT-DIFFERENCE = ZERO AND WS-OUT-OF-BALANCE = ZERO
               MOVE "STATEMENTS TIE TO THE AGING BALANCE"
                   TO WS-CONTROL-RESULT-LINE
           ELSE
               MOVE "STATEMENTS DO NOT TIE - SEE ABOVE"
                   TO WS-CONTROL-RESULT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-CONTROL-RESULT-LINE TO CONTROL-PRINT-LINE
           WRITE CONTROL-PRINT-LINE.
       7000-EXIT.
           EXIT.

       7100-WRITE-COUNT.
           MOVE WS-CONTROL-COUNT-LINE TO CONTROL-PRINT-LINE
           WRITE CONTROL-PRINT-LINE.
       7100-EXIT.
           EXIT.

       7200-WRITE-AMOUNT.
           MOVE WS-CONTROL-AMOUNT-LINE TO CONTROL-PRINT-LINE
           WRITE CONTROL-PRINT-LINE.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-INVOICE-OUTSTANDING - one invoice by the            *
      *    AgingReport rule; an invoice on a plan counts its        *
      *    installments' unpaid balance                             *
      *-----------------------------------------------------------*
       8000-INVOICE-OUTSTANDING.
           MOVE ZERO TO WS-INVOICE-OUTSTANDING
           IF INV-AMOUNT-PAID >= INV-AMOUNT-BILLED
               GO TO 8000-EXIT
           END-IF
           MOVE 'N' TO WS-PLAN-FOUND-SWITCH
           IF NOT WS-PLAN-NOTFOUND
               PERFORM 8100-PLAN-OUTSTANDING THRU 8100-EXIT
               IF WS-INVOICE-ON-PLAN
                   GO TO 8000-EXIT
               END-IF
           END-IF
           COMPUTE WS-INVOICE-OUTSTANDING =
               INV-AMOUNT-BILLED - INV-AMOUNT-PAID.
       8000-EXIT.
           EXIT.

       8100-PLAN-OUTSTANDING.
           MOVE 'N' TO WS-PLAN-DONE-SWITCH
           MOVE INV-STUDENT-ID  TO PLN-STUDENT-ID
           MOVE INV-COURSE-CODE TO PLN-COURSE-CODE
           MOVE ZERO            TO PLN-INSTALLMENT-NO
           START PAYMENT-PLAN-FILE KEY NOT < PLN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PLAN-DONE-SWITCH
           END-START
           PERFORM 8150-PLAN-ONE-INSTALLMENT THRU 8150-EXIT
               UNTIL WS-PLAN-DONE.
       8100-EXIT.
           EXIT.

       8150-PLAN-ONE-INSTALLMENT.
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PLAN-DONE-SWITCH
                   GO TO 8150-EXIT
           END-READ
           IF PLN-STUDENT-ID NOT = INV-STUDENT-ID
                   OR PLN-COURSE-CODE NOT = INV-COURSE-CODE
               MOVE 'Y' TO WS-PLAN-DONE-SWITCH
               GO TO 8150-EXIT
           END-IF
           MOVE 'Y' TO WS-PLAN-FOUND-SWITCH
           IF PLN-AMOUNT-PAID < PLN-AMOUNT-DUE
               COMPUTE WS-OUTSTANDING =
                   PLN-AMOUNT-DUE - PLN-AMOUNT-PAID
               ADD WS-OUTSTANDING TO WS-INVOICE-OUTSTANDING
           END-IF.
       8150-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE STUDENT-MASTER-FILE
           CLOSE STUDENT-ADDRESS-FILE
           CLOSE INVOICE-FILE
           CLOSE PAYMENT-PLAN-FILE
           CLOSE STATEMENT-BALANCE-FILE
           CLOSE STATEMENT-REPORT-FILE
           CLOSE CONTROL-REPORT-FILE
           CLOSE ERROR-LOG-FILE
           DISPLAY "Students read       : " WS-STUDENTS-READ
           DISPLAY "Statements printed  : " WS-STATEMENTS
           DISPLAY "Statements held     : " WS-STATEMENTS-HELD
           DISPLAY "Out of balance      : " WS-OUT-OF-BALANCE
           DISPLAY "Statement closing   : " WS-TOT-CLOSING
           DISPLAY "Invoice outstanding : " WS-TOT-INVOICE-FILE.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY ERRLOGPA.

       COPY JOBSTAPA.
