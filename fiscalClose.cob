      ******************************************************************
      *    PROGRAM-ID: FiscalClose
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Fiscal year-end close for the student
      *                  finance files, run under a supervisor's hand
      *                  (authority level 3) once the year is over.
      *                  The fiscal year ends on the month and day in
      *                  parameter FISCAL_YEAR_END (MMDD, 0630 when
      *                  not set) and is named for the calendar year
      *                  it ends in.  Action C closes the year:
      *                    - prints the year-end receivables trial
      *                      balance by term (FYCLOSE.RPT) over every
      *                      invoice billed in or before the year;
      *                    - moves paid and refunded invoices with
      *                      nothing left owing, whose term ended in
      *                      the year and that have no payment dated
      *                      after it, to the fiscal history file
      *                      FISCHIST.ARCH.<year-end date>;
      *                    - moves the year's payments (PAYMENT.DAT),
      *                      cashier receipts (RCPTREG.DAT) and money
      *                      controls (CTLMONEY.DAT) to the same file,
      *                      the controls replaced by one BALFWD
      *                      balance-forward control dated the
      *                      year-end, so the aging still balances;
      *                    - open invoices stay on INVOICE.DAT and
      *                      carry their balances into the new year;
      *                    - marks the year closed on FISCLOSE.DAT.
      *                  After the close PaymentPost, CashierEntry and
      *                  RefundRun refuse postings dated into the
      *                  year.  Action O is the authorized reopen: the
      *                  year takes postings again through a keyed
      *                  processing date, and closing it again sweeps
      *                  what was posted meanwhile.  The receivables
      *                  must have been tied out (ArGlRecon) through
      *                  the year-end before it can close.  The
      *                  history is searched with ArchiveInquiry:
      *                  date column 1, StudentId column 9 length 7.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FiscalClose.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT PAYMENT-TXN-FILE ASSIGN TO "PAYMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT RECEIPT-REGISTER-FILE ASSIGN TO "RCPTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT MONEY-CONTROL-FILE ASSIGN TO "CTLMONEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT AR-GL-BALANCE-FILE ASSIGN TO "ARGLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT UNLOAD-WORK-FILE
               ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FISCAL-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "FYCLOSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY TERMSEL.

           COPY FSCLSEL.

           COPY OPERVSEL.

           COPY PARMSEL.

           COPY ERRLGSEL.

           COPY PRCDTSEL.

           COPY JOBSTSEL.
           COPY LOCKSEL.
           COPY JRNLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INVOICE.

       FD  PAYMENT-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PAYTXN.

       FD  RECEIPT-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RCPTREG.

       FD  MONEY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLMONEY.

       FD  AR-GL-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ARGLBAL.

       FD  UNLOAD-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNLOAD-WORK-RECORD          PIC X(100).

       FD  FISCAL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FISCHIST.

       FD  CLOSE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSE-PRINT-LINE            PIC X(100).

       COPY TERMFD.

       COPY FSCLFD.

       COPY OPERVFD.
       COPY OPERMAST.

       COPY PARMFD.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.

       WORKING-STORAGE SECTION.
       COPY JOBSTAT.
       COPY PRCDTWS.
       COPY SYSCLOCK.
       COPY TERMWS.
       COPY FSCLWS.
       COPY OPERVWS.
       COPY PARMWS.
       COPY LOCKWS.
       COPY JRNLWS.

       01  WS-INVOICE-STATUS        PIC X(02).
           88  WS-INVOICE-NOTFOUND  VALUE "35".

       01  WS-PAYMENT-STATUS        PIC X(02).
           88  WS-PAYMENT-NOTFOUND  VALUE "35".

       01  WS-REGISTER-STATUS       PIC X(02).
           88  WS-REGISTER-NOTFOUND VALUE "35".

       01  WS-CONTROL-STATUS        PIC X(02).
           88  WS-CONTROL-NOTFOUND  VALUE "35".

       01  WS-BALANCE-STATUS        PIC X(02).
           88  WS-BALANCE-NOTFOUND  VALUE "35".

       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-HISTORY-NOTFOUND  VALUE "35".

       01  WS-WORK-FILE-NAME        PIC X(20).
       01  WS-HISTORY-FILE-NAME     PIC X(32).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01).
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-TERM-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-TERM-FILE-OPEN VALUE 'Y'.
           05  WS-LOCK-HELD-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-LOCK-HELD     VALUE 'Y'.
           05  WS-KEEP-SWITCH       PIC X(01).
               88  WS-KEEP-INVOICE  VALUE 'Y'.
           05  WS-LATE-FOUND-SW     PIC X(01).
               88  WS-LATE-FOUND    VALUE 'Y'.
           05  WS-RECLOSE-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-RECLOSE       VALUE 'Y'.
           05  WS-TB-FOUND-SW       PIC X(01).
               88  WS-TB-FOUND      VALUE 'Y'.

       01  WS-ACTION                PIC X(01).
           88  WS-CLOSE-ACTION      VALUE 'C'.
           88  WS-REOPEN-ACTION     VALUE 'O'.

       01  WS-OPERATOR-ID           PIC X(08).
       01  WS-CONFIRM-REPLY         PIC X(01).
       01  WS-REASON                PIC X(30).

       01  WS-YEAR-TEXT             PIC X(04).
       01  WS-CLOSE-YEAR REDEFINES WS-YEAR-TEXT
                                    PIC 9(04).

       01  WS-YEAR-END-MMDD         PIC X(04) VALUE "0630".
       01  WS-YEAR-END-PARTS REDEFINES WS-YEAR-END-MMDD.
           05  WS-YE-MONTH          PIC 9(02).
           05  WS-YE-DAY            PIC 9(02).

       01  WS-THROUGH-TEXT          PIC X(08).
       01  WS-REOPEN-THROUGH REDEFINES WS-THROUGH-TEXT
                                    PIC 9(08).

       01  WS-YEAR-START            PIC 9(08).
       01  WS-YEAR-END              PIC 9(08).
       01  WS-PRIOR-YEAR-END        PIC 9(08).
       01  WS-ITEM-DATE             PIC 9(08).
       01  WS-HIGH-RECEIPT-NO       PIC 9(07) VALUE ZERO.

      *    Invoices with a payment dated after the year-end; they
      *    stay live whatever their status.
       01  WS-LATE-TABLE.
           05  WS-LATE-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-LATE-KEY          PIC X(11) OCCURS 5000 TIMES.

       01  WS-LATE-WANT-KEY.
           05  WS-LATE-STUDENT-ID   PIC 9(07).
           05  WS-LATE-COURSE-CODE  PIC X(04).
       01  WS-LATE-SUB              PIC 9(05) COMP VALUE ZERO.
       01  WS-LATE-MAX              PIC 9(05) COMP VALUE 5000.

      *    Trial balance by term, kept in term-code order.
       01  WS-TERM-TABLE.
           05  WS-TB-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-TB-ENTRY OCCURS 100 TIMES.
               10  WS-TB-TERM-CODE  PIC X(06).
               10  WS-TB-INVOICES   PIC 9(07).
               10  WS-TB-BILLED     PIC 9(09)V99.
               10  WS-TB-PAID       PIC 9(09)V99.
               10  WS-TB-OPEN       PIC 9(09)V99.
               10  WS-TB-ARCHIVED   PIC 9(07).

       01  WS-TB-SUB                PIC 9(03) COMP VALUE ZERO.
       01  WS-TB-SHIFT              PIC 9(03) COMP VALUE ZERO.
       01  WS-TB-MAX                PIC 9(03) COMP VALUE 100.

       01  WS-COUNTERS.
           05  WS-INVOICES-READ     PIC 9(07) VALUE ZERO.
           05  WS-INVOICES-IN-YEAR  PIC 9(07) VALUE ZERO.
           05  WS-INVOICES-ARCHIVED PIC 9(07) VALUE ZERO.
           05  WS-INVOICES-CARRIED  PIC 9(07) VALUE ZERO.
           05  WS-PAYMENTS-ARCHIVED PIC 9(07) VALUE ZERO.
           05  WS-PAYMENTS-KEPT     PIC 9(07) VALUE ZERO.
           05  WS-RECEIPTS-ARCHIVED PIC 9(07) VALUE ZERO.
           05  WS-RECEIPTS-KEPT     PIC 9(07) VALUE ZERO.
           05  WS-CONTROLS-ARCHIVED PIC 9(07) VALUE ZERO.
           05  WS-CONTROLS-KEPT     PIC 9(07) VALUE ZERO.

       01  WS-TOTAL-BILLED          PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-PAID            PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-OPEN            PIC 9(09)V99 VALUE ZERO.
       01  WS-INVOICE-OPEN          PIC 9(07)V99.

      *    The closed year's money controls, read the AgingReport
      *    way - the net goes forward as one balance-forward control.
       01  WS-FWD-BILLED            PIC S9(11)V99 VALUE ZERO.
       01  WS-FWD-POSTED            PIC S9(11)V99 VALUE ZERO.
       01  WS-FWD-NET               PIC S9(11)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(38) VALUE
               "Year-end receivables trial balance FY".
           05  WHL-FISCAL-YEAR      PIC 9(04).
           05  FILLER               PIC X(02) VALUE " (".
           05  WHL-YEAR-START       PIC 9(08).
           05  FILLER               PIC X(03) VALUE " - ".
           05  WHL-YEAR-END         PIC 9(08).
           05  FILLER               PIC X(13) VALUE ")  closed on ".
           05  WHL-RUN-DATE         PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(40) VALUE
               "Term  Invoices         Billed           ".
           05  FILLER               PIC X(40) VALUE
               "Paid   Open balance Archived  Carried   ".

       01  WS-DETAIL-LINE.
           05  WDL-TERM-CODE        PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-INVOICES         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-BILLED           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-PAID             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-OPEN             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WDL-ARCHIVED         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WDL-CARRIED          PIC ZZZ,ZZ9.

       01  WS-SUMMARY-LINE.
           05  WSL-LABEL            PIC X(40).
           05  WSL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSL-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               IF WS-REOPEN-ACTION
                   PERFORM 2000-AUTHORIZE-REOPEN THRU 2000-EXIT
               ELSE
                   PERFORM 3000-CLOSE-YEAR THRU 3000-EXIT
               END-IF
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-INVOICES-READ TO JST-RECORDS-READ
           COMPUTE JST-RECORDS-WRITTEN = WS-INVOICES-ARCHIVED
               + WS-PAYMENTS-ARCHIVED + WS-RECEIPTS-ARCHIVED
               + WS-CONTROLS-ARCHIVED
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "FiscalClose " TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "FISCLOSE" TO ERR-PROGRAM-ID
           OPEN EXTEND ERROR-LOG-FILE
           MOVE WS-PROCESSING-DATE TO WS-FSC-AS-OF-DATE
           PERFORM 9430-LOAD-FISCAL-CLOSE THRU 9430-EXIT
           DISPLAY "FiscalClose - fiscal year-end close"
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID
           PERFORM 9600-VERIFY-OPERATOR THRU 9600-EXIT
           IF NOT WS-OPERATOR-VALID OR WS-OPERATOR-LEVEL < 3
               MOVE "AUTH" TO ERR-CODE
               MOVE "WS-OPERATOR-ID" TO ERR-FIELD-NAME
               MOVE WS-OPERATOR-ID TO ERR-INPUT-DATA
               MOVE "Fiscal close needs authority level 3"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "FiscalClose - operator not authorized"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-OPERATOR-ID TO JST-OPERATOR-ID
           DISPLAY "C(lose) a fiscal year or O (authorize reopen): "
               WITH NO ADVANCING
           ACCEPT WS-ACTION
           IF NOT WS-CLOSE-ACTION AND NOT WS-REOPEN-ACTION
               DISPLAY "FiscalClose - enter C or O"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           DISPLAY "Fiscal year (YYYY, the year it ends in): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-YEAR-TEXT
           ACCEPT WS-YEAR-TEXT
           IF WS-YEAR-TEXT NOT NUMERIC
               DISPLAY "FiscalClose - fiscal year must be YYYY"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-FIND-YEAR-BOUNDS THRU 1100-EXIT
           MOVE WS-CLOSE-YEAR TO WS-FSC-WANT-YEAR
           PERFORM 9437-FIND-YEAR-ROW THRU 9437-EXIT
           DISPLAY "Fiscal year " WS-CLOSE-YEAR " runs "
               WS-YEAR-START " to " WS-YEAR-END.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-FIND-YEAR-BOUNDS - the year ends on FISCAL_YEAR_END *
      *    and starts the day after the prior year's end            *
      *-----------------------------------------------------------*
       1100-FIND-YEAR-BOUNDS.
           MOVE "FISCAL_YEAR_END" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           IF WS-PARM-FOUND AND WS-PARM-VALUE (1:4) NUMERIC
               MOVE WS-PARM-VALUE (1:4) TO WS-YEAR-END-MMDD
           END-IF
           IF WS-YE-MONTH < 1 OR WS-YE-MONTH > 12
                   OR WS-YE-DAY < 1 OR WS-YE-DAY > 31
                   OR (WS-YE-MONTH = 2 AND WS-YE-DAY > 28)
                   OR ((WS-YE-MONTH = 4 OR WS-YE-MONTH = 6
                        OR WS-YE-MONTH = 9 OR WS-YE-MONTH = 11)
                       AND WS-YE-DAY > 30)
               DISPLAY "FiscalClose - FISCAL_YEAR_END " WS-YEAR-END-MMDD
                   " is not a month and day, 0630 used"
               MOVE "0630" TO WS-YEAR-END-MMDD
           END-IF
           COMPUTE WS-YEAR-END = WS-CLOSE-YEAR * 10000
               + WS-YE-MONTH * 100 + WS-YE-DAY
           COMPUTE WS-PRIOR-YEAR-END = WS-YEAR-END - 10000
           COMPUTE WS-YEAR-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-PRIOR-YEAR-END) + 1).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-AUTHORIZE-REOPEN - a closed year takes postings     *
      *    again through the keyed processing date.  A date before  *
      *    today's ends a reopen early                              *
      *-----------------------------------------------------------*
       2000-AUTHORIZE-REOPEN.
           IF NOT WS-FSC-ROW-FOUND
               DISPLAY "FiscalClose - FY " WS-CLOSE-YEAR
                   " has never been closed"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           IF NOT WS-FY-CLOSED (WS-FSC-SUB)
               DISPLAY "FiscalClose - FY " WS-CLOSE-YEAR
                   " has never been closed"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Postings allowed through processing date "
               "(YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-THROUGH-TEXT
           ACCEPT WS-THROUGH-TEXT
           IF WS-THROUGH-TEXT NOT NUMERIC
               DISPLAY "FiscalClose - reopen date must be YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Reason for reopening: " WITH NO ADVANCING
           MOVE SPACES TO WS-REASON
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "FiscalClose - a reopen must give its reason"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO FISCAL-CLOSE-RECORD
           SET FSC-YEAR-REOPENED TO TRUE
           MOVE WS-CLOSE-YEAR      TO FSC-FISCAL-YEAR
           MOVE WS-YEAR-START      TO FSC-YEAR-START
           MOVE WS-YEAR-END        TO FSC-YEAR-END
           MOVE WS-PROCESSING-DATE TO FSC-ACTION-DATE
           MOVE WS-OPERATOR-ID     TO FSC-OPERATOR-ID
           MOVE WS-REOPEN-THROUGH  TO FSC-REOPEN-THROUGH
           MOVE ZERO               TO FSC-HIGH-RECEIPT-NO
           MOVE WS-REASON          TO FSC-REASON
           OPEN EXTEND FISCAL-CLOSE-FILE
           WRITE FISCAL-CLOSE-RECORD
           CLOSE FISCAL-CLOSE-FILE
           MOVE "FYRO" TO ERR-CODE
           MOVE "FSC-FISCAL-YEAR" TO ERR-FIELD-NAME
           MOVE SPACES TO ERR-INPUT-DATA
           STRING WS-CLOSE-YEAR " THRU " WS-REOPEN-THROUGH
                  " BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO ERR-INPUT-DATA
           MOVE "Closed fiscal year reopened for posting"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           IF WS-REOPEN-THROUGH < WS-PROCESSING-DATE
               DISPLAY "FiscalClose - reopen of FY " WS-CLOSE-YEAR
                   " ended"
           ELSE
               DISPLAY "FiscalClose - FY " WS-CLOSE-YEAR
                   " open for posting through " WS-REOPEN-THROUGH
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-CLOSE-YEAR - the year must be over, tied out and    *
      *    not already closed; a reopened year closes again         *
      *-----------------------------------------------------------*
       3000-CLOSE-YEAR.
           IF WS-YEAR-END NOT < WS-PROCESSING-DATE
               DISPLAY "FiscalClose - FY " WS-CLOSE-YEAR
                   " has not ended yet"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           IF WS-FSC-ROW-FOUND
               IF WS-FY-CLOSED (WS-FSC-SUB)
                   IF WS-FY-REOPEN-THROUGH (WS-FSC-SUB) = ZERO
                       DISPLAY "FiscalClose - FY " WS-CLOSE-YEAR
                           " is already closed"
                       MOVE 8 TO RETURN-CODE
                       GO TO 3000-EXIT
                   END-IF
                   MOVE 'Y' TO WS-RECLOSE-SWITCH
               END-IF
           END-IF
           IF NOT WS-RECLOSE
                   AND WS-FSC-CLOSED-THROUGH > WS-YEAR-END
               DISPLAY "FiscalClose - a later fiscal year is "
                   "already closed"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-CHECK-TIE-OUT THRU 3100-EXIT
           IF RETURN-CODE NOT = ZERO
               GO TO 3000-EXIT
           END-IF
           DISPLAY "This closes FY " WS-CLOSE-YEAR
               " and moves its history off the live files - "
               "proceed (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-REPLY
           IF WS-CONFIRM-REPLY NOT = 'Y'
               DISPLAY "FiscalClose - cancelled by operator"
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE "FiscalClose " TO WS-LOCK-PROGRAM-ID
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE 'Y' TO WS-LOCK-HELD-SWITCH
           PERFORM 3200-FIND-LATE-ACTIVITY THRU 3200-EXIT
           IF RETURN-CODE NOT = ZERO
               GO TO 3000-EXIT
           END-IF
           MOVE "FiscalClose " TO WS-JRN-PROGRAM-ID
           MOVE SPACES TO WS-HISTORY-FILE-NAME
           STRING "FISCHIST.ARCH." DELIMITED BY SIZE
                  WS-YEAR-END DELIMITED BY SIZE
               INTO WS-HISTORY-FILE-NAME
           OPEN EXTEND FISCAL-HISTORY-FILE
           IF WS-HISTORY-NOTFOUND
               OPEN OUTPUT FISCAL-HISTORY-FILE
           END-IF
           DISPLAY "FiscalClose - closing FY " WS-CLOSE-YEAR
               " to " WS-HISTORY-FILE-NAME
           PERFORM 3300-CLOSE-INVOICES THRU 3300-EXIT
           PERFORM 3500-ARCHIVE-PAYMENTS THRU 3500-EXIT
           PERFORM 3600-ARCHIVE-RECEIPTS THRU 3600-EXIT
           PERFORM 3700-ARCHIVE-CONTROLS THRU 3700-EXIT
           CLOSE FISCAL-HISTORY-FILE
           PERFORM 3800-PRINT-TRIAL-BALANCE THRU 3800-EXIT
           PERFORM 3900-MARK-YEAR-CLOSED THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3100-CHECK-TIE-OUT - the receivables must be tied to the *
      *    ledger through the year-end first, or the controls this  *
      *    run folds away would never reach the tie-out             *
      *-----------------------------------------------------------*
       3100-CHECK-TIE-OUT.
           OPEN INPUT AR-GL-BALANCE-FILE
           IF WS-BALANCE-NOTFOUND
               GO TO 3100-EXIT
           END-IF
           READ AR-GL-BALANCE-FILE
               AT END
                   CLOSE AR-GL-BALANCE-FILE
                   GO TO 3100-EXIT
           END-READ
           CLOSE AR-GL-BALANCE-FILE
           IF AGB-RECON-DATE < WS-YEAR-END
               DISPLAY "FiscalClose - receivables last tied out "
                   AGB-RECON-DATE ", run ArGlRecon through "
                   WS-YEAR-END " first"
               MOVE 8 TO RETURN-CODE
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-FIND-LATE-ACTIVITY - invoices with a payment dated  *
      *    after the year-end belong to the new year's history      *
      *-----------------------------------------------------------*
       3200-FIND-LATE-ACTIVITY.
           OPEN INPUT PAYMENT-TXN-FILE
           IF WS-PAYMENT-NOTFOUND
               GO TO 3200-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3210-NOTE-ONE-PAYMENT THRU 3210-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PAYMENT-TXN-FILE.
       3200-EXIT.
           EXIT.

       3210-NOTE-ONE-PAYMENT.
           READ PAYMENT-TXN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3210-EXIT
           END-READ
           IF PAY-RECEIVED-DATE NOT NUMERIC
               GO TO 3210-EXIT
           END-IF
           MOVE PAY-RECEIVED-DATE TO WS-ITEM-DATE
           IF WS-ITEM-DATE NOT > WS-YEAR-END
               GO TO 3210-EXIT
           END-IF
           MOVE PAY-STUDENT-ID  TO WS-LATE-STUDENT-ID
           MOVE PAY-COURSE-CODE TO WS-LATE-COURSE-CODE
           PERFORM 3450-FIND-LATE-KEY THRU 3450-EXIT
           IF WS-LATE-FOUND
               GO TO 3210-EXIT
           END-IF
           IF WS-LATE-COUNT >= WS-LATE-MAX
               DISPLAY "FiscalClose - more than " WS-LATE-MAX
                   " invoices paid since the year-end, close"
                   " not run"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 3210-EXIT
           END-IF
           ADD 1 TO WS-LATE-COUNT
           MOVE WS-LATE-WANT-KEY TO WS-LATE-KEY (WS-LATE-COUNT).
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-CLOSE-INVOICES - every invoice billed in or before  *
      *    the year goes on the trial balance; one settled in the   *
      *    year goes to history                                     *
      *-----------------------------------------------------------*
       3300-CLOSE-INVOICES.
           OPEN I-O INVOICE-FILE
           IF WS-INVOICE-NOTFOUND
               DISPLAY "FiscalClose - no invoice file on hand"
               GO TO 3300-EXIT
           END-IF
           OPEN INPUT TERM-MASTER-FILE
           IF NOT WS-TERM-NOTFOUND
               MOVE 'Y' TO WS-TERM-OPEN-SWITCH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3310-CLOSE-ONE-INVOICE THRU 3310-EXIT
               UNTIL WS-END-OF-FILE
           IF WS-TERM-FILE-OPEN
               CLOSE TERM-MASTER-FILE
           END-IF
           CLOSE INVOICE-FILE.
       3300-EXIT.
           EXIT.

       3310-CLOSE-ONE-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3310-EXIT
           END-READ
           ADD 1 TO WS-INVOICES-READ
           MOVE INV-BILLED-DATE TO WS-ITEM-DATE
           IF WS-ITEM-DATE > WS-YEAR-END
               GO TO 3310-EXIT
           END-IF
           ADD 1 TO WS-INVOICES-IN-YEAR
           PERFORM 3400-FIND-TERM-ROW THRU 3400-EXIT
           MOVE ZERO TO WS-INVOICE-OPEN
           IF INV-AMOUNT-PAID < INV-AMOUNT-BILLED
               COMPUTE WS-INVOICE-OPEN =
                   INV-AMOUNT-BILLED - INV-AMOUNT-PAID
           END-IF
           IF WS-TB-SUB > ZERO
               ADD 1 TO WS-TB-INVOICES (WS-TB-SUB)
               ADD INV-AMOUNT-BILLED TO WS-TB-BILLED (WS-TB-SUB)
               ADD INV-AMOUNT-PAID   TO WS-TB-PAID (WS-TB-SUB)
               ADD WS-INVOICE-OPEN   TO WS-TB-OPEN (WS-TB-SUB)
           END-IF
           ADD INV-AMOUNT-BILLED TO WS-TOTAL-BILLED
           ADD INV-AMOUNT-PAID   TO WS-TOTAL-PAID
           ADD WS-INVOICE-OPEN   TO WS-TOTAL-OPEN
           PERFORM 3320-JUDGE-INVOICE THRU 3320-EXIT
           IF WS-KEEP-INVOICE
               ADD 1 TO WS-INVOICES-CARRIED
               GO TO 3310-EXIT
           END-IF
           MOVE SPACES TO FISCAL-HISTORY-RECORD
           MOVE WS-ITEM-DATE   TO FHR-ACTIVITY-DATE
           MOVE INV-KEY        TO FHR-HISTORY-KEY
           SET FHR-INVOICE TO TRUE
           MOVE WS-CLOSE-YEAR  TO FHR-FISCAL-YEAR
           MOVE INVOICE-RECORD TO FHR-IMAGE
           WRITE FISCAL-HISTORY-RECORD
           DELETE INVOICE-FILE RECORD
           MOVE "INVOICE " TO WS-JRN-FILE-NAME
           MOVE 'D' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE INV-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE INVOICE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           ADD 1 TO WS-INVOICES-ARCHIVED
           IF WS-TB-SUB > ZERO
               ADD 1 TO WS-TB-ARCHIVED (WS-TB-SUB)
           END-IF.
       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3320-JUDGE-INVOICE - history only for a paid or refunded *
      *    invoice with nothing owing, its term over by the         *
      *    year-end and no payment since; anything else carries     *
      *-----------------------------------------------------------*
       3320-JUDGE-INVOICE.
           MOVE 'Y' TO WS-KEEP-SWITCH
           IF NOT INV-STATUS-PAID AND NOT INV-STATUS-REFUNDED
               GO TO 3320-EXIT
           END-IF
           IF INV-AMOUNT-PAID < INV-AMOUNT-BILLED
               GO TO 3320-EXIT
           END-IF
           IF INV-TERM-CODE NOT = SPACES
               IF NOT WS-TERM-FILE-OPEN
                   GO TO 3320-EXIT
               END-IF
               MOVE INV-TERM-CODE TO TRM-TERM-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY
                       GO TO 3320-EXIT
               END-READ
               IF TRM-END-DATE > WS-YEAR-END
                   GO TO 3320-EXIT
               END-IF
           END-IF
           MOVE INV-KEY TO WS-LATE-WANT-KEY
           PERFORM 3450-FIND-LATE-KEY THRU 3450-EXIT
           IF WS-LATE-FOUND
               GO TO 3320-EXIT
           END-IF
           MOVE 'N' TO WS-KEEP-SWITCH.
       3320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3400-FIND-TERM-ROW - the invoice's trial balance row,    *
      *    slotted in term-code order when first seen; WS-TB-SUB    *
      *    zero when the table is full                              *
      *-----------------------------------------------------------*
       3400-FIND-TERM-ROW.
           MOVE 'N' TO WS-TB-FOUND-SW
           MOVE ZERO TO WS-TB-SUB
           PERFORM 3410-MATCH-ONE-ROW THRU 3410-EXIT
               UNTIL WS-TB-FOUND OR WS-TB-SUB >= WS-TB-COUNT
           IF WS-TB-FOUND
               GO TO 3400-EXIT
           END-IF
           IF WS-TB-COUNT >= WS-TB-MAX
               MOVE ZERO TO WS-TB-SUB
               GO TO 3400-EXIT
           END-IF
      *    Not on file - open a slot at the first row above it.
           MOVE 1 TO WS-TB-SUB
           PERFORM 3420-STEP-PAST-LOWER THRU 3420-EXIT
               UNTIL WS-TB-SUB > WS-TB-COUNT
                  OR WS-TB-TERM-CODE (WS-TB-SUB) > INV-TERM-CODE
           ADD 1 TO WS-TB-COUNT
           MOVE WS-TB-COUNT TO WS-TB-SHIFT
           PERFORM 3430-SHIFT-ONE-ROW THRU 3430-EXIT
               UNTIL WS-TB-SHIFT <= WS-TB-SUB
           MOVE INV-TERM-CODE TO WS-TB-TERM-CODE (WS-TB-SUB)
           MOVE ZERO TO WS-TB-INVOICES (WS-TB-SUB)
           MOVE ZERO TO WS-TB-BILLED (WS-TB-SUB)
           MOVE ZERO TO WS-TB-PAID (WS-TB-SUB)
           MOVE ZERO TO WS-TB-OPEN (WS-TB-SUB)
           MOVE ZERO TO WS-TB-ARCHIVED (WS-TB-SUB).
       3400-EXIT.
           EXIT.

       3410-MATCH-ONE-ROW.
           ADD 1 TO WS-TB-SUB
           IF WS-TB-TERM-CODE (WS-TB-SUB) = INV-TERM-CODE
               MOVE 'Y' TO WS-TB-FOUND-SW
           END-IF.
       3410-EXIT.
           EXIT.

       3420-STEP-PAST-LOWER.
           ADD 1 TO WS-TB-SUB.
       3420-EXIT.
           EXIT.

       3430-SHIFT-ONE-ROW.
           MOVE WS-TB-ENTRY (WS-TB-SHIFT - 1)
               TO WS-TB-ENTRY (WS-TB-SHIFT)
           SUBTRACT 1 FROM WS-TB-SHIFT.
       3430-EXIT.
           EXIT.

       3450-FIND-LATE-KEY.
           MOVE 'N' TO WS-LATE-FOUND-SW
           MOVE ZERO TO WS-LATE-SUB
           PERFORM 3460-MATCH-ONE-LATE THRU 3460-EXIT
               UNTIL WS-LATE-FOUND OR WS-LATE-SUB >= WS-LATE-COUNT.
       3450-EXIT.
           EXIT.

       3460-MATCH-ONE-LATE.
           ADD 1 TO WS-LATE-SUB
           IF WS-LATE-KEY (WS-LATE-SUB) = WS-LATE-WANT-KEY
               MOVE 'Y' TO WS-LATE-FOUND-SW
           END-IF.
       3460-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3500-ARCHIVE-PAYMENTS - the file is unloaded to a work   *
      *    file and reloaded with only the new year's payments;     *
      *    the closed year's go to history                          *
      *-----------------------------------------------------------*
       3500-ARCHIVE-PAYMENTS.
           MOVE "PAYMENT.WRK" TO WS-WORK-FILE-NAME
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PAYMENT-TXN-FILE
           IF WS-PAYMENT-NOTFOUND
               GO TO 3500-EXIT
           END-IF
           OPEN OUTPUT UNLOAD-WORK-FILE
           PERFORM 3510-UNLOAD-ONE-PAYMENT THRU 3510-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PAYMENT-TXN-FILE
           CLOSE UNLOAD-WORK-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT UNLOAD-WORK-FILE
           OPEN OUTPUT PAYMENT-TXN-FILE
           PERFORM 3520-RELOAD-ONE-PAYMENT THRU 3520-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE UNLOAD-WORK-FILE
           CLOSE PAYMENT-TXN-FILE.
       3500-EXIT.
           EXIT.

       3510-UNLOAD-ONE-PAYMENT.
           READ PAYMENT-TXN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3510-EXIT
           END-READ
           MOVE PAYMENT-TRANSACTION TO UNLOAD-WORK-RECORD
           WRITE UNLOAD-WORK-RECORD.
       3510-EXIT.
           EXIT.

       3520-RELOAD-ONE-PAYMENT.
           READ UNLOAD-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3520-EXIT
           END-READ
           MOVE UNLOAD-WORK-RECORD TO PAYMENT-TRANSACTION
           IF PAY-RECEIVED-DATE NUMERIC
               MOVE PAY-RECEIVED-DATE TO WS-ITEM-DATE
               IF WS-ITEM-DATE NOT > WS-YEAR-END
                   MOVE SPACES TO FISCAL-HISTORY-RECORD
                   MOVE WS-ITEM-DATE    TO FHR-ACTIVITY-DATE
                   MOVE PAY-STUDENT-ID  TO FHR-STUDENT-ID
                   MOVE PAY-COURSE-CODE TO FHR-COURSE-CODE
                   SET FHR-PAYMENT TO TRUE
                   MOVE WS-CLOSE-YEAR   TO FHR-FISCAL-YEAR
                   MOVE PAYMENT-TRANSACTION TO FHR-IMAGE
                   WRITE FISCAL-HISTORY-RECORD
                   ADD 1 TO WS-PAYMENTS-ARCHIVED
                   GO TO 3520-EXIT
               END-IF
           END-IF
           WRITE PAYMENT-TRANSACTION
           ADD 1 TO WS-PAYMENTS-KEPT.
       3520-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3600-ARCHIVE-RECEIPTS - the cashier register the same    *
      *    way; the highest receipt number is kept on the close     *
      *    record so CashierEntry numbering carries on past it      *
      *-----------------------------------------------------------*
       3600-ARCHIVE-RECEIPTS.
           MOVE WS-FSC-HIGH-RECEIPT-NO TO WS-HIGH-RECEIPT-NO
           MOVE "RCPTREG.WRK" TO WS-WORK-FILE-NAME
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RECEIPT-REGISTER-FILE
           IF WS-REGISTER-NOTFOUND
               GO TO 3600-EXIT
           END-IF
           OPEN OUTPUT UNLOAD-WORK-FILE
           PERFORM 3610-UNLOAD-ONE-RECEIPT THRU 3610-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE RECEIPT-REGISTER-FILE
           CLOSE UNLOAD-WORK-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT UNLOAD-WORK-FILE
           OPEN OUTPUT RECEIPT-REGISTER-FILE
           PERFORM 3620-RELOAD-ONE-RECEIPT THRU 3620-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE UNLOAD-WORK-FILE
           CLOSE RECEIPT-REGISTER-FILE.
       3600-EXIT.
           EXIT.

       3610-UNLOAD-ONE-RECEIPT.
           READ RECEIPT-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3610-EXIT
           END-READ
           IF RCP-RECEIPT-NO NUMERIC
               IF RCP-RECEIPT-NO > WS-HIGH-RECEIPT-NO
                   MOVE RCP-RECEIPT-NO TO WS-HIGH-RECEIPT-NO
               END-IF
           END-IF
           MOVE RECEIPT-REGISTER-RECORD TO UNLOAD-WORK-RECORD
           WRITE UNLOAD-WORK-RECORD.
       3610-EXIT.
           EXIT.

       3620-RELOAD-ONE-RECEIPT.
           READ UNLOAD-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3620-EXIT
           END-READ
           MOVE UNLOAD-WORK-RECORD TO RECEIPT-REGISTER-RECORD
           IF RCP-RECEIPT-DATE NUMERIC
               IF RCP-RECEIPT-DATE NOT > WS-YEAR-END
                   MOVE SPACES TO FISCAL-HISTORY-RECORD
                   MOVE RCP-RECEIPT-DATE TO FHR-ACTIVITY-DATE
                   MOVE RCP-STUDENT-ID   TO FHR-STUDENT-ID
                   MOVE RCP-COURSE-CODE  TO FHR-COURSE-CODE
                   SET FHR-RECEIPT TO TRUE
                   MOVE WS-CLOSE-YEAR    TO FHR-FISCAL-YEAR
                   MOVE RECEIPT-REGISTER-RECORD TO FHR-IMAGE
                   WRITE FISCAL-HISTORY-RECORD
                   ADD 1 TO WS-RECEIPTS-ARCHIVED
                   GO TO 3620-EXIT
               END-IF
           END-IF
           WRITE RECEIPT-REGISTER-RECORD
           ADD 1 TO WS-RECEIPTS-KEPT.
       3620-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3700-ARCHIVE-CONTROLS - the closed year's money controls *
      *    go to history and one balance-forward control dated the  *
      *    year-end takes their net, so the aging still balances    *
      *-----------------------------------------------------------*
       3700-ARCHIVE-CONTROLS.
           MOVE "CTLMONEY.WRK" TO WS-WORK-FILE-NAME
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MONEY-CONTROL-FILE
           IF WS-CONTROL-NOTFOUND
               GO TO 3700-EXIT
           END-IF
           OPEN OUTPUT UNLOAD-WORK-FILE
           PERFORM 3710-UNLOAD-ONE-CONTROL THRU 3710-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE MONEY-CONTROL-FILE
           CLOSE UNLOAD-WORK-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT UNLOAD-WORK-FILE
           OPEN OUTPUT MONEY-CONTROL-FILE
           IF WS-CONTROLS-ARCHIVED > ZERO
               COMPUTE WS-FWD-NET = WS-FWD-BILLED - WS-FWD-POSTED
               MOVE SPACES TO MONEY-CONTROL-RECORD
               IF WS-FWD-NET < ZERO
                   MOVE "BALFWDCR" TO CTM-PROGRAM-ID
                   COMPUTE CTM-AMOUNT-TOTAL = ZERO - WS-FWD-NET
               ELSE
                   MOVE "BALFWD  " TO CTM-PROGRAM-ID
                   MOVE WS-FWD-NET TO CTM-AMOUNT-TOTAL
               END-IF
               MOVE WS-YEAR-END TO CTM-RUN-DATE
               MOVE WS-CONTROLS-ARCHIVED TO CTM-RECORD-COUNT
               WRITE MONEY-CONTROL-RECORD
           END-IF
           PERFORM 3720-RELOAD-ONE-CONTROL THRU 3720-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE UNLOAD-WORK-FILE
           CLOSE MONEY-CONTROL-FILE.
       3700-EXIT.
           EXIT.

       3710-UNLOAD-ONE-CONTROL.
           READ MONEY-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3710-EXIT
           END-READ
           MOVE MONEY-CONTROL-RECORD TO UNLOAD-WORK-RECORD
           WRITE UNLOAD-WORK-RECORD
           IF CTM-RUN-DATE NOT NUMERIC
               GO TO 3710-EXIT
           END-IF
           MOVE CTM-RUN-DATE TO WS-ITEM-DATE
           IF WS-ITEM-DATE > WS-YEAR-END
               GO TO 3710-EXIT
           END-IF
           ADD 1 TO WS-CONTROLS-ARCHIVED
           EVALUATE CTM-PROGRAM-ID
               WHEN "TUITBILL"
               WHEN "TRNSFEES"
               WHEN "LATEFEES"
               WHEN "RCKFEES "
               WHEN "BALFWD  "
                   ADD CTM-AMOUNT-TOTAL TO WS-FWD-BILLED
               WHEN "CRSCANCL"
               WHEN "WRITEOFF"
                   SUBTRACT CTM-AMOUNT-TOTAL FROM WS-FWD-BILLED
               WHEN "PAYMPOST"
               WHEN "AGYRECOV"
               WHEN "AGYCOMM "
               WHEN "SUSPAPPL"
               WHEN "BALFWDCR"
                   ADD CTM-AMOUNT-TOTAL TO WS-FWD-POSTED
               WHEN "PAYMREVR"
               WHEN "CRSCNRFD"
                   SUBTRACT CTM-AMOUNT-TOTAL FROM WS-FWD-POSTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3710-EXIT.
           EXIT.

       3720-RELOAD-ONE-CONTROL.
           READ UNLOAD-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3720-EXIT
           END-READ
           MOVE UNLOAD-WORK-RECORD TO MONEY-CONTROL-RECORD
           IF CTM-RUN-DATE NUMERIC
               MOVE CTM-RUN-DATE TO WS-ITEM-DATE
               IF WS-ITEM-DATE NOT > WS-YEAR-END
                   MOVE SPACES TO FISCAL-HISTORY-RECORD
                   MOVE WS-ITEM-DATE   TO FHR-ACTIVITY-DATE
                   MOVE CTM-PROGRAM-ID TO FHR-HISTORY-KEY
                   SET FHR-MONEY-CONTROL TO TRUE
                   MOVE WS-CLOSE-YEAR  TO FHR-FISCAL-YEAR
                   MOVE MONEY-CONTROL-RECORD TO FHR-IMAGE
                   WRITE FISCAL-HISTORY-RECORD
                   GO TO 3720-EXIT
               END-IF
           END-IF
           WRITE MONEY-CONTROL-RECORD
           ADD 1 TO WS-CONTROLS-KEPT.
       3720-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3800-PRINT-TRIAL-BALANCE - FYCLOSE.RPT                   *
      *-----------------------------------------------------------*
       3800-PRINT-TRIAL-BALANCE.
           OPEN OUTPUT CLOSE-REPORT-FILE
           MOVE WS-CLOSE-YEAR      TO WHL-FISCAL-YEAR
           MOVE WS-YEAR-START      TO WHL-YEAR-START
           MOVE WS-YEAR-END        TO WHL-YEAR-END
           MOVE WS-PROCESSING-DATE TO WHL-RUN-DATE
           WRITE CLOSE-PRINT-LINE FROM WS-HEADING-LINE
           MOVE SPACES TO CLOSE-PRINT-LINE
           WRITE CLOSE-PRINT-LINE
           WRITE CLOSE-PRINT-LINE FROM WS-COLUMN-LINE
           MOVE ZERO TO WS-TB-SUB
           PERFORM 3810-PRINT-ONE-TERM THRU 3810-EXIT
               UNTIL WS-TB-SUB >= WS-TB-COUNT
           MOVE SPACES TO CLOSE-PRINT-LINE
           WRITE CLOSE-PRINT-LINE
           MOVE "TOTAL " TO WDL-TERM-CODE
           MOVE WS-INVOICES-IN-YEAR  TO WDL-INVOICES
           MOVE WS-TOTAL-BILLED      TO WDL-BILLED
           MOVE WS-TOTAL-PAID        TO WDL-PAID
           MOVE WS-TOTAL-OPEN        TO WDL-OPEN
           MOVE WS-INVOICES-ARCHIVED TO WDL-ARCHIVED
           MOVE WS-INVOICES-CARRIED  TO WDL-CARRIED
           WRITE CLOSE-PRINT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO CLOSE-PRINT-LINE
           WRITE CLOSE-PRINT-LINE
           MOVE ZERO TO WSL-AMOUNT
           MOVE "Invoices moved to history" TO WSL-LABEL
           MOVE WS-INVOICES-ARCHIVED TO WSL-COUNT
           WRITE CLOSE-PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE "Payments moved to history" TO WSL-LABEL
           MOVE WS-PAYMENTS-ARCHIVED TO WSL-COUNT
           WRITE CLOSE-PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE "Cashier receipts moved to history" TO WSL-LABEL
           MOVE WS-RECEIPTS-ARCHIVED TO WSL-COUNT
           WRITE CLOSE-PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE "Money controls moved to history" TO WSL-LABEL
           MOVE WS-CONTROLS-ARCHIVED TO WSL-COUNT
           WRITE CLOSE-PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE "Receivables balance carried forward" TO WSL-LABEL
           MOVE WS-INVOICES-CARRIED TO WSL-COUNT
           MOVE WS-FWD-NET TO WSL-AMOUNT
           WRITE CLOSE-PRINT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO CLOSE-PRINT-LINE
           STRING "History file " WS-HISTORY-FILE-NAME
               DELIMITED BY SIZE INTO CLOSE-PRINT-LINE
           WRITE CLOSE-PRINT-LINE
           CLOSE CLOSE-REPORT-FILE
           DISPLAY "FiscalClose - " WS-INVOICES-ARCHIVED
               " invoices to history, " WS-INVOICES-CARRIED
               " carried forward".
       3800-EXIT.
           EXIT.

       3810-PRINT-ONE-TERM.
           ADD 1 TO WS-TB-SUB
           MOVE WS-TB-TERM-CODE (WS-TB-SUB) TO WDL-TERM-CODE
           IF WS-TB-TERM-CODE (WS-TB-SUB) = SPACES
               MOVE "(none)" TO WDL-TERM-CODE
           END-IF
           MOVE WS-TB-INVOICES (WS-TB-SUB) TO WDL-INVOICES
           MOVE WS-TB-BILLED (WS-TB-SUB)   TO WDL-BILLED
           MOVE WS-TB-PAID (WS-TB-SUB)     TO WDL-PAID
           MOVE WS-TB-OPEN (WS-TB-SUB)     TO WDL-OPEN
           MOVE WS-TB-ARCHIVED (WS-TB-SUB) TO WDL-ARCHIVED
           COMPUTE WDL-CARRIED = WS-TB-INVOICES (WS-TB-SUB)
               - WS-TB-ARCHIVED (WS-TB-SUB)
           WRITE CLOSE-PRINT-LINE FROM WS-DETAIL-LINE.
       3810-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3900-MARK-YEAR-CLOSED - postings dated in the year are   *
      *    refused from here on                                     *
      *-----------------------------------------------------------*
       3900-MARK-YEAR-CLOSED.
           MOVE SPACES TO FISCAL-CLOSE-RECORD
           SET FSC-YEAR-CLOSED TO TRUE
           MOVE WS-CLOSE-YEAR      TO FSC-FISCAL-YEAR
           MOVE WS-YEAR-START      TO FSC-YEAR-START
           MOVE WS-YEAR-END        TO FSC-YEAR-END
           MOVE WS-PROCESSING-DATE TO FSC-ACTION-DATE
           MOVE WS-OPERATOR-ID     TO FSC-OPERATOR-ID
           MOVE ZERO               TO FSC-REOPEN-THROUGH
           MOVE WS-HIGH-RECEIPT-NO TO FSC-HIGH-RECEIPT-NO
           IF WS-RECLOSE
               MOVE "RE-CLOSE AFTER REOPEN" TO FSC-REASON
           ELSE
               MOVE "YEAR-END CLOSE" TO FSC-REASON
           END-IF
           OPEN EXTEND FISCAL-CLOSE-FILE
           IF WS-FISCAL-NOTFOUND
               OPEN OUTPUT FISCAL-CLOSE-FILE
           END-IF
           WRITE FISCAL-CLOSE-RECORD
           CLOSE FISCAL-CLOSE-FILE
           DISPLAY "FiscalClose - FY " WS-CLOSE-YEAR " closed".
       3900-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-LOCK-HELD
               PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           END-IF
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           CLOSE ERROR-LOG-FILE.
       9000-EXIT.
           EXIT.

       COPY FSCLPA.
       COPY PRCDTPA.
       COPY PARMPA.
       COPY OPERVRPA.
       COPY ERRLOGPA.
       COPY JOBSTAPA.
       COPY LOCKPA.
       COPY JRNLPA.
