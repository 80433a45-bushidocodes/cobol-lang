      ******************************************************************
      *    PROGRAM-ID: TuitionTax
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Annual tuition tax statement and government
      *                  filing, run once the calendar year is out.
      *                  Per student for the tax year: qualified
      *                  tuition billed - the tuition invoices
      *                  (INVOICE.DAT, term code present) billed in
      *                  the year, with the award credit billing
      *                  netted off (AWDAPPL.DAT) added back, and the
      *                  late and returned-cheque fees riding the
      *                  invoice (ACCTLDG.DAT) taken out; scholarships
      *                  and grants - the award credits applied in
      *                  the year; and adjustments to a prior year -
      *                  the refund and cancellation credit memos
      *                  (CREDMEMO.DAT) issued in the year against
      *                  tuition billed in an earlier year.  A memo
      *                  issued after the year against the year's
      *                  own tuition is added back, so a year once
      *                  filed keeps its figure and the memo is
      *                  reported as the later year's adjustment.
      *                  Statements print to TAXSTMT.RPT and the
      *                  filing - transmitter header, payee records,
      *                  control totals - goes to TAXFILE.DAT.  A
      *                  student with no usable address (none on
      *                  STUADDR.DAT, incomplete, or returned by the
      *                  post office) is still filed but gets no
      *                  statement; they go on the exceptions list
      *                  TAXEXCP.RPT instead.  TAXHIST.DAT keeps what
      *                  was filed: an ORIGINAL run refuses a year
      *                  already filed, and a CORRECTION run files
      *                  and reprints only the students whose amounts
      *                  have changed since, marked corrected.
      *                  Parameters TAX_YEAR (default the prior
      *                  calendar year, the current one in December),
      *                  TAX_RUN_TYPE (ORIGINAL or CORRECTION) and
      *                  TAX_TRANSMITTER_TIN, master first with the
      *                  environment as the rerun override.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      *      2026-10-15  DF  Balance written off as bad debt added
      *                      back to qualified tuition billed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TuitionTax.
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

           SELECT AWARD-APPLIED-FILE ASSIGN TO "AWDAPPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.

           SELECT CREDIT-MEMO-FILE ASSIGN TO "CREDMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-STATUS.

           SELECT ACCOUNT-LEDGER-FILE ASSIGN TO "ACCTLDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT TAX-HISTORY-FILE ASSIGN TO "TAXHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT TAX-FILING-FILE ASSIGN TO "TAXFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-STATEMENT-FILE ASSIGN TO "TAXSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-EXCEPTION-FILE ASSIGN TO "TAXEXCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "TAXSORT.WRK".

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.

           COPY PARMSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       COPY PARMFD.
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INVOICE.

       FD  AWARD-APPLIED-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWARD-APPLIED-RECORD.
           05  APL-FUND-SOURCE      PIC X(08).
           05  APL-STUDENT-ID       PIC 9(07).
           05  APL-COURSE-CODE      PIC X(04).
           05  APL-CREDIT-AMOUNT    PIC 9(05)V99.
           05  APL-APPLIED-DATE.
               10  APL-APPLIED-YEAR PIC 9(04).
               10  FILLER           PIC 9(04).

       FD  CREDIT-MEMO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CREDIT-MEMO-RECORD.
           05  CRM-INVOICE-NUMBER   PIC 9(07).
           05  CRM-STUDENT-ID       PIC 9(07).
           05  CRM-COURSE-CODE      PIC X(04).
           05  CRM-MEMO-AMOUNT      PIC 9(05)V99.
           05  CRM-MEMO-DATE.
               10  CRM-MEMO-YEAR    PIC 9(04).
               10  FILLER           PIC 9(04).

       FD  ACCOUNT-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTLDG.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  STUDENT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUADDR.

       FD  TAX-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TAXHIST.

       FD  TAX-FILING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TAXFILE.

       FD  TAX-STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAX-STATEMENT-LINE          PIC X(80).

       FD  TAX-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAX-EXCEPTION-LINE          PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-STUDENT-ID          PIC 9(07).
           05  SRT-BILLED              PIC S9(07)V99.
           05  SRT-PRIOR-ADJUST        PIC 9(07)V99.
           05  SRT-SCHOLARSHIP         PIC 9(07)V99.
           05  SRT-REDUCTION           PIC 9(07)V99.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY PARMWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.

       01  WS-INVOICE-STATUS        PIC X(02).
           88  WS-INVOICE-NOTFOUND  VALUE "35".

       01  WS-APPLIED-STATUS        PIC X(02).
           88  WS-APPLIED-NOTFOUND  VALUE "35".

       01  WS-MEMO-STATUS           PIC X(02).
           88  WS-MEMO-NOTFOUND     VALUE "35".

       01  WS-LEDGER-STATUS         PIC X(02).
           88  WS-LEDGER-NOTFOUND   VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).
           88  WS-MASTER-NOTFOUND   VALUE "35".

       01  WS-ADDRESS-STATUS        PIC X(02).
           88  WS-ADDRESS-NOTFOUND  VALUE "35".

       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-HISTORY-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-INV-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-INV-END       VALUE 'Y'.
           05  WS-SRC-EOF-SWITCH    PIC X(01).
               88  WS-SRC-END       VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-SORT-END      VALUE 'Y'.
           05  WS-HST-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-HST-END       VALUE 'Y'.
           05  WS-TUITION-SWITCH    PIC X(01).
               88  WS-TUITION-INVOICE VALUE 'Y'.
           05  WS-HISTORY-SWITCH    PIC X(01).
               88  WS-HISTORY-ON-FILE VALUE 'Y'.
           05  WS-CORRECTED-SWITCH  PIC X(01).
               88  WS-PAYEE-CORRECTED VALUE 'Y'.
           05  WS-ADDRESS-SWITCH    PIC X(01).
               88  WS-ADDRESS-USABLE VALUE 'Y'.

       01  WS-RUN-TYPE              PIC X(10).
           88  WS-RUN-ORIGINAL      VALUE "ORIGINAL".
           88  WS-RUN-CORRECTION    VALUE "CORRECTION".

       01  WS-TAX-YEAR              PIC 9(04).
       01  WS-TRANSMITTER-TIN       PIC X(09).
       01  WS-TRANSMITTER-NAME      PIC X(40) VALUE
           "REGISTRAR'S OFFICE - STUDENT SYSTEMS".

       01  WS-RUN-STAMP.
           05  WS-RUN-STAMP-DATE    PIC 9(08).
           05  WS-RUN-STAMP-TIME    PIC 9(08).

       01  WS-CURRENT-STUDENT       PIC 9(07).
       01  WS-EXCEPTION-REASON      PIC X(30).

      *    The student in hand - billed is signed while it is being
      *    built, since fees come off before everything is in.
       01  WS-STUDENT-AMOUNTS.
           05  WS-STU-BILLED        PIC S9(07)V99.
           05  WS-STU-PRIOR-ADJUST  PIC 9(07)V99.
           05  WS-STU-SCHOLARSHIP   PIC 9(07)V99.
           05  WS-STU-REDUCTION     PIC 9(07)V99.

       01  WS-COUNTERS.
           05  WS-ROWS-SORTED       PIC 9(07) VALUE ZERO.
           05  WS-INVOICES-TAKEN    PIC 9(07) VALUE ZERO.
           05  WS-AWARDS-TAKEN      PIC 9(07) VALUE ZERO.
           05  WS-MEMOS-TAKEN       PIC 9(07) VALUE ZERO.
           05  WS-MEMOS-UNMATCHED   PIC 9(07) VALUE ZERO.
           05  WS-FEES-TAKEN        PIC 9(07) VALUE ZERO.
           05  WS-PAYEES-FILED      PIC 9(07) VALUE ZERO.
           05  WS-PAYEES-CORRECTED  PIC 9(07) VALUE ZERO.
           05  WS-PAYEES-UNCHANGED  PIC 9(07) VALUE ZERO.
           05  WS-STATEMENTS        PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTIONS        PIC 9(07) VALUE ZERO.

       01  WS-FILING-TOTALS.
           05  WS-TOT-AMOUNT-1      PIC 9(11)V99 VALUE ZERO.
           05  WS-TOT-AMOUNT-4      PIC 9(11)V99 VALUE ZERO.
           05  WS-TOT-AMOUNT-5      PIC 9(11)V99 VALUE ZERO.

       01  WS-STATEMENT-HEADING.
           05  FILLER               PIC X(29) VALUE
               "TUITION STATEMENT - TAX YEAR ".
           05  WTH-TAX-YEAR         PIC 9(04).
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WTH-CORRECTED        PIC X(09).

       01  WS-FILER-LINE.
           05  FILLER               PIC X(07) VALUE "Filer: ".
           05  WTF-NAME             PIC X(40).
           05  FILLER               PIC X(05) VALUE " TIN ".
           05  WTF-TIN              PIC X(09).

       01  WS-NAME-LINE.
           05  FILLER               PIC X(08) VALUE "Student ".
           05  WTN-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WTN-GIVEN-NAME       PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WTN-SURNAME          PIC X(20).

       01  WS-ADDRESS-LINE-1.
           05  FILLER               PIC X(17) VALUE SPACES.
           05  WTA-STREET           PIC X(20).

       01  WS-ADDRESS-LINE-2.
           05  FILLER               PIC X(17) VALUE SPACES.
           05  WTA-CITY             PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WTA-STATE            PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WTA-ZIP              PIC X(05).

       01  WS-AMOUNT-LINE.
           05  WTM-LABEL            PIC X(56).
           05  WTM-AMOUNT           PIC $$,$$$,$$9.99.

       01  WS-SEPARATOR-LINE        PIC X(80) VALUE ALL "-".

       01  WS-EXCEPTION-HEADING.
           05  FILLER               PIC X(40) VALUE
               "TUITION STATEMENT EXCEPTIONS - TAX YEAR ".
           05  WXH-TAX-YEAR         PIC 9(04).

       01  WS-EXCEPTION-COLUMNS     PIC X(80) VALUE
           "Student  Name                  Reason".

       01  WS-EXCEPTION-DETAIL.
           05  WXD-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WXD-SURNAME          PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WXD-REASON           PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-STUDENT-ID
                   INPUT PROCEDURE IS 4000-RELEASE-AMOUNTS
                       THRU 4000-EXIT
                   OUTPUT PROCEDURE IS 5000-FILE-STUDENTS
                       THRU 5000-EXIT
               IF WS-RUN-CORRECTION
                   PERFORM 6000-CORRECT-DROPPED THRU 6000-EXIT
               END-IF
               PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-ROWS-SORTED TO JST-RECORDS-READ
           MOVE WS-PAYEES-FILED TO JST-RECORDS-WRITTEN
           MOVE WS-EXCEPTIONS TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "TuitionTax  " TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE WS-PROCESSING-DATE TO WS-RUN-STAMP-DATE
           MOVE WS-SYSTEM-TIME TO WS-RUN-STAMP-TIME
           PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT
           MOVE "TUITNTAX" TO ERR-PROGRAM-ID
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-NOTFOUND
               DISPLAY "TuitionTax - INVOICE file not found"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O TAX-HISTORY-FILE
           IF WS-HISTORY-NOTFOUND
               OPEN OUTPUT TAX-HISTORY-FILE
               CLOSE TAX-HISTORY-FILE
               OPEN I-O TAX-HISTORY-FILE
           END-IF
           PERFORM 1200-CHECK-FILING-HISTORY THRU 1200-EXIT
           IF RETURN-CODE NOT = ZERO
               CLOSE INVOICE-FILE
               CLOSE TAX-HISTORY-FILE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT STUDENT-ADDRESS-FILE
           OPEN EXTEND ERROR-LOG-FILE
           OPEN OUTPUT TAX-FILING-FILE
           OPEN OUTPUT TAX-STATEMENT-FILE
           OPEN OUTPUT TAX-EXCEPTION-FILE
           MOVE SPACES TO TAX-TRANSMITTER-RECORD
           SET TXF-IS-TRANSMITTER TO TRUE
           MOVE WS-TAX-YEAR TO TXF-T-TAX-YEAR
           IF WS-RUN-CORRECTION
               SET TXF-T-CORRECTION TO TRUE
           ELSE
               SET TXF-T-ORIGINAL TO TRUE
           END-IF
           MOVE WS-TRANSMITTER-TIN  TO TXF-T-TRANSMITTER-TIN
           MOVE WS-TRANSMITTER-NAME TO TXF-T-TRANSMITTER-NAME
           MOVE WS-PROCESSING-DATE  TO TXF-T-CREATED-DATE
           WRITE TAX-TRANSMITTER-RECORD
           MOVE WS-TAX-YEAR TO WXH-TAX-YEAR
           MOVE WS-EXCEPTION-HEADING TO TAX-EXCEPTION-LINE
           WRITE TAX-EXCEPTION-LINE
           MOVE WS-EXCEPTION-COLUMNS TO TAX-EXCEPTION-LINE
           WRITE TAX-EXCEPTION-LINE
           DISPLAY "TuitionTax - " WS-RUN-TYPE " filing for tax year "
               WS-TAX-YEAR.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-GET-PARAMETERS - tax year, run type and the         *
      *    transmitter's TIN; master first, environment overrides  *
      *-----------------------------------------------------------*
       1100-GET-PARAMETERS.
           IF WS-PROC-MONTH = 12
               MOVE WS-PROC-YEAR TO WS-TAX-YEAR
           ELSE
               COMPUTE WS-TAX-YEAR = WS-PROC-YEAR - 1
           END-IF
           MOVE "TAX_YEAR" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           IF WS-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PARM-VALUE(1:4) TO WS-TAX-YEAR
           END-IF
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "TAX_YEAR"
           IF WS-PARM-VALUE(1:4) IS NUMERIC
               MOVE WS-PARM-VALUE(1:4) TO WS-TAX-YEAR
           END-IF
           MOVE "ORIGINAL" TO WS-RUN-TYPE
           MOVE "TAX_RUN_TYPE" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           IF WS-PARM-VALUE(1:10) = "CORRECTION"
               MOVE "CORRECTION" TO WS-RUN-TYPE
           END-IF
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "TAX_RUN_TYPE"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE "ORIGINAL" TO WS-RUN-TYPE
               IF WS-PARM-VALUE(1:10) = "CORRECTION"
                   MOVE "CORRECTION" TO WS-RUN-TYPE
               END-IF
           END-IF
           MOVE "TAX_TRANSMITTER_TIN" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:9) TO WS-TRANSMITTER-TIN
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "TAX_TRANSMITTER_TIN"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:9) TO WS-TRANSMITTER-TIN
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-CHECK-FILING-HISTORY - an original may be filed     *
      *    once per year; a correction needs the original          *
      *-----------------------------------------------------------*
       1200-CHECK-FILING-HISTORY.
           MOVE WS-TAX-YEAR TO THS-TAX-YEAR
           MOVE ZERO TO THS-STUDENT-ID
           MOVE 'N' TO WS-HISTORY-SWITCH
           START TAX-HISTORY-FILE KEY NOT < THS-KEY
               INVALID KEY
                   GO TO 1200-DECIDE
           END-START
           READ TAX-HISTORY-FILE NEXT RECORD
               AT END
                   GO TO 1200-DECIDE
           END-READ
           IF THS-TAX-YEAR = WS-TAX-YEAR
               MOVE 'Y' TO WS-HISTORY-SWITCH
           END-IF.
       1200-DECIDE.
           IF WS-RUN-ORIGINAL AND WS-HISTORY-ON-FILE
               DISPLAY "TuitionTax - tax year " WS-TAX-YEAR
                   " already filed - run a CORRECTION"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-RUN-CORRECTION AND NOT WS-HISTORY-ON-FILE
               DISPLAY "TuitionTax - no original filing for tax year "
                   WS-TAX-YEAR
               MOVE 16 TO RETURN-CODE
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-RELEASE-AMOUNTS - SORT input procedure; one sort    *
      *    row per amount that counts toward the tax year           *
      *-----------------------------------------------------------*
       4000-RELEASE-AMOUNTS.
           PERFORM 4100-RELEASE-INVOICES THRU 4100-EXIT
           PERFORM 4200-RELEASE-AWARDS THRU 4200-EXIT
           PERFORM 4300-RELEASE-MEMOS THRU 4300-EXIT
           PERFORM 4400-RELEASE-FEES THRU 4400-EXIT.
       4000-EXIT.
           EXIT.

       4050-CLEAR-SORT-ROW.
           MOVE ZERO TO SRT-BILLED
           MOVE ZERO TO SRT-PRIOR-ADJUST
           MOVE ZERO TO SRT-SCHOLARSHIP
           MOVE ZERO TO SRT-REDUCTION.
       4050-EXIT.
           EXIT.

      *    Tuition invoices billed in the year, as they now stand.
       4100-RELEASE-INVOICES.
           MOVE LOW-VALUES TO INV-KEY
           START INVOICE-FILE KEY NOT < INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INV-EOF-SWITCH
           END-START
           PERFORM 4110-RELEASE-ONE-INVOICE THRU 4110-EXIT
               UNTIL WS-INV-END.
       4100-EXIT.
           EXIT.

       4110-RELEASE-ONE-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INV-EOF-SWITCH
                   GO TO 4110-EXIT
           END-READ
           IF INV-TERM-CODE = SPACES
                   OR INV-BILLED-YEAR NOT = WS-TAX-YEAR
               GO TO 4110-EXIT
           END-IF
           PERFORM 4050-CLEAR-SORT-ROW THRU 4050-EXIT
           MOVE INV-STUDENT-ID    TO SRT-STUDENT-ID
           MOVE INV-AMOUNT-BILLED TO SRT-BILLED
           RELEASE SORT-RECORD
           ADD 1 TO WS-INVOICES-TAKEN.
       4110-EXIT.
           EXIT.

      *    Award credits applied in the year are the scholarships,
      *    and go back onto the tuition billing netted them off.
       4200-RELEASE-AWARDS.
           MOVE 'N' TO WS-SRC-EOF-SWITCH
           OPEN INPUT AWARD-APPLIED-FILE
           IF WS-APPLIED-NOTFOUND
               GO TO 4200-EXIT
           END-IF
           PERFORM 4210-RELEASE-ONE-AWARD THRU 4210-EXIT
               UNTIL WS-SRC-END
           CLOSE AWARD-APPLIED-FILE.
       4200-EXIT.
           EXIT.

       4210-RELEASE-ONE-AWARD.
           READ AWARD-APPLIED-FILE
               AT END
                   MOVE 'Y' TO WS-SRC-EOF-SWITCH
                   GO TO 4210-EXIT
           END-READ
           IF APL-APPLIED-YEAR NOT = WS-TAX-YEAR
               GO TO 4210-EXIT
           END-IF
           PERFORM 4050-CLEAR-SORT-ROW THRU 4050-EXIT
           MOVE APL-STUDENT-ID    TO SRT-STUDENT-ID
           MOVE APL-CREDIT-AMOUNT TO SRT-BILLED
           MOVE APL-CREDIT-AMOUNT TO SRT-SCHOLARSHIP
           RELEASE SORT-RECORD
           ADD 1 TO WS-AWARDS-TAKEN.
       4210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4300-RELEASE-MEMOS - refund and cancellation credit      *
      *    memos, placed by the year the tuition was billed         *
      *-----------------------------------------------------------*
       4300-RELEASE-MEMOS.
           MOVE 'N' TO WS-SRC-EOF-SWITCH
           OPEN INPUT CREDIT-MEMO-FILE
           IF WS-MEMO-NOTFOUND
               GO TO 4300-EXIT
           END-IF
           PERFORM 4310-RELEASE-ONE-MEMO THRU 4310-EXIT
               UNTIL WS-SRC-END
           CLOSE CREDIT-MEMO-FILE.
       4300-EXIT.
           EXIT.

       4310-RELEASE-ONE-MEMO.
           READ CREDIT-MEMO-FILE
               AT END
                   MOVE 'Y' TO WS-SRC-EOF-SWITCH
                   GO TO 4310-EXIT
           END-READ
           IF CRM-MEMO-YEAR < WS-TAX-YEAR
               GO TO 4310-EXIT
           END-IF
           MOVE CRM-STUDENT-ID  TO INV-STUDENT-ID
           MOVE CRM-COURSE-CODE TO INV-COURSE-CODE
           PERFORM 4900-READ-TUITION-INVOICE THRU 4900-EXIT
           IF NOT WS-TUITION-INVOICE
                   OR INV-INVOICE-NUMBER NOT = CRM-INVOICE-NUMBER
               IF CRM-MEMO-YEAR = WS-TAX-YEAR
                   ADD 1 TO WS-MEMOS-UNMATCHED
                   MOVE "UMEM" TO ERR-CODE
                   MOVE "CRM-INVOICE-NUMBER" TO ERR-FIELD-NAME
                   MOVE SPACES TO ERR-INPUT-DATA
                   STRING CRM-STUDENT-ID " " CRM-COURSE-CODE " "
                          CRM-INVOICE-NUMBER
                       DELIMITED BY SIZE INTO ERR-INPUT-DATA
                   MOVE "Credit memo has no tuition invoice"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               END-IF
               GO TO 4310-EXIT
           END-IF
           PERFORM 4050-CLEAR-SORT-ROW THRU 4050-EXIT
           MOVE CRM-STUDENT-ID TO SRT-STUDENT-ID
           EVALUATE TRUE
               WHEN INV-BILLED-YEAR = WS-TAX-YEAR
                       AND CRM-MEMO-YEAR > WS-TAX-YEAR
                   MOVE CRM-MEMO-AMOUNT TO SRT-BILLED
               WHEN INV-BILLED-YEAR = WS-TAX-YEAR
                       AND CRM-MEMO-YEAR = WS-TAX-YEAR
                   MOVE CRM-MEMO-AMOUNT TO SRT-REDUCTION
               WHEN INV-BILLED-YEAR < WS-TAX-YEAR
                       AND CRM-MEMO-YEAR = WS-TAX-YEAR
                   MOVE CRM-MEMO-AMOUNT TO SRT-PRIOR-ADJUST
               WHEN OTHER
                   GO TO 4310-EXIT
           END-EVALUATE
           RELEASE SORT-RECORD
           ADD 1 TO WS-MEMOS-TAKEN.
       4310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4400-RELEASE-FEES - late and returned-cheque fees ride   *
      *    the tuition invoice but are not tuition; whenever they   *
      *    were charged, they are in its billed amount.  A balance  *
      *    written off came out of billed but was still billed      *
      *-----------------------------------------------------------*
       4400-RELEASE-FEES.
           MOVE 'N' TO WS-SRC-EOF-SWITCH
           OPEN INPUT ACCOUNT-LEDGER-FILE
           IF WS-LEDGER-NOTFOUND
               GO TO 4400-EXIT
           END-IF
           PERFORM 4410-RELEASE-ONE-FEE THRU 4410-EXIT
               UNTIL WS-SRC-END
           CLOSE ACCOUNT-LEDGER-FILE.
       4400-EXIT.
           EXIT.

       4410-RELEASE-ONE-FEE.
           READ ACCOUNT-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-SRC-EOF-SWITCH
                   GO TO 4410-EXIT
           END-READ
           IF NOT ACL-LATE-FEE AND NOT ACL-RCHECK-FEE
                   AND NOT ACL-WRITE-OFF
               GO TO 4410-EXIT
           END-IF
           MOVE ACL-STUDENT-ID  TO INV-STUDENT-ID
           MOVE ACL-COURSE-CODE TO INV-COURSE-CODE
           PERFORM 4900-READ-TUITION-INVOICE THRU 4900-EXIT
           IF NOT WS-TUITION-INVOICE
                   OR INV-BILLED-YEAR NOT = WS-TAX-YEAR
               GO TO 4410-EXIT
           END-IF
           PERFORM 4050-CLEAR-SORT-ROW THRU 4050-EXIT
           MOVE ACL-STUDENT-ID TO SRT-STUDENT-ID
           IF ACL-WRITE-OFF
               MOVE ACL-AMOUNT TO SRT-BILLED
           ELSE
               COMPUTE SRT-BILLED = ZERO - ACL-AMOUNT
           END-IF
           RELEASE SORT-RECORD
           ADD 1 TO WS-FEES-TAKEN.
       4410-EXIT.
           EXIT.

       4900-READ-TUITION-INVOICE.
           MOVE 'N' TO WS-TUITION-SWITCH
           READ INVOICE-FILE
               INVALID KEY
                   GO TO 4900-EXIT
           END-READ
           IF INV-TERM-CODE NOT = SPACES
               MOVE 'Y' TO WS-TUITION-SWITCH
           END-IF.
       4900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-FILE-STUDENTS - SORT output procedure; the rows     *
      *    summed per student and each student filed                *
      *-----------------------------------------------------------*
       5000-FILE-STUDENTS.
           PERFORM 5010-RETURN-SORTED THRU 5010-EXIT
           PERFORM 5100-SUM-ONE-STUDENT THRU 5100-EXIT
               UNTIL WS-SORT-END.
       5000-EXIT.
           EXIT.

       5010-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   GO TO 5010-EXIT
           END-RETURN
           ADD 1 TO WS-ROWS-SORTED.
       5010-EXIT.
           EXIT.

       5100-SUM-ONE-STUDENT.
           MOVE SRT-STUDENT-ID TO WS-CURRENT-STUDENT
           MOVE ZERO TO WS-STU-BILLED
           MOVE ZERO TO WS-STU-PRIOR-ADJUST
           MOVE ZERO TO WS-STU-SCHOLARSHIP
           MOVE ZERO TO WS-STU-REDUCTION
           PERFORM 5150-ADD-ONE-ROW THRU 5150-EXIT
               UNTIL WS-SORT-END
                   OR SRT-STUDENT-ID NOT = WS-CURRENT-STUDENT
           IF WS-STU-BILLED < ZERO
               MOVE ZERO TO WS-STU-BILLED
           END-IF
           PERFORM 5200-FILE-ONE-STUDENT THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

       5150-ADD-ONE-ROW.
           ADD SRT-BILLED       TO WS-STU-BILLED
           ADD SRT-PRIOR-ADJUST TO WS-STU-PRIOR-ADJUST
           ADD SRT-SCHOLARSHIP  TO WS-STU-SCHOLARSHIP
           ADD SRT-REDUCTION    TO WS-STU-REDUCTION
           PERFORM 5010-RETURN-SORTED THRU 5010-EXIT.
       5150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5200-FILE-ONE-STUDENT - against the filing history: new  *
      *    is filed, changed is corrected, unchanged is left alone *
      *-----------------------------------------------------------*
       5200-FILE-ONE-STUDENT.
           MOVE 'N' TO WS-CORRECTED-SWITCH
           MOVE WS-TAX-YEAR        TO THS-TAX-YEAR
           MOVE WS-CURRENT-STUDENT TO THS-STUDENT-ID
           MOVE 'Y' TO WS-HISTORY-SWITCH
           READ TAX-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HISTORY-SWITCH
           END-READ
           IF NOT WS-HISTORY-ON-FILE
               IF WS-STU-BILLED = ZERO
                       AND WS-STU-PRIOR-ADJUST = ZERO
                       AND WS-STU-SCHOLARSHIP = ZERO
                   GO TO 5200-EXIT
               END-IF
               PERFORM 5800-REPORT-PAYEE THRU 5800-EXIT
               MOVE WS-TAX-YEAR        TO THS-TAX-YEAR
               MOVE WS-CURRENT-STUDENT TO THS-STUDENT-ID
               MOVE WS-STU-BILLED       TO THS-TUITION-BILLED
               MOVE WS-STU-PRIOR-ADJUST TO THS-PRIOR-ADJUST
               MOVE WS-STU-SCHOLARSHIP  TO THS-SCHOLARSHIPS
               MOVE WS-PROCESSING-DATE  TO THS-FILED-DATE
               SET THS-FILED-ORIGINAL TO TRUE
               MOVE ZERO TO THS-CORRECTION-COUNT
               MOVE WS-RUN-STAMP TO THS-LAST-RUN-STAMP
               WRITE TAX-HISTORY-RECORD
               GO TO 5200-EXIT
           END-IF
           MOVE WS-RUN-STAMP TO THS-LAST-RUN-STAMP
           IF THS-TUITION-BILLED = WS-STU-BILLED
                   AND THS-PRIOR-ADJUST = WS-STU-PRIOR-ADJUST
                   AND THS-SCHOLARSHIPS = WS-STU-SCHOLARSHIP
               ADD 1 TO WS-PAYEES-UNCHANGED
               REWRITE TAX-HISTORY-RECORD
               GO TO 5200-EXIT
           END-IF
           PERFORM 5300-CORRECT-HISTORY THRU 5300-EXIT.
       5200-EXIT.
           EXIT.

       5300-CORRECT-HISTORY.
           MOVE 'Y' TO WS-CORRECTED-SWITCH
           PERFORM 5800-REPORT-PAYEE THRU 5800-EXIT
           MOVE WS-STU-BILLED       TO THS-TUITION-BILLED
           MOVE WS-STU-PRIOR-ADJUST TO THS-PRIOR-ADJUST
           MOVE WS-STU-SCHOLARSHIP  TO THS-SCHOLARSHIPS
           MOVE WS-PROCESSING-DATE  TO THS-FILED-DATE
           SET THS-FILED-CORRECTED TO TRUE
           IF THS-CORRECTION-COUNT < 99
               ADD 1 TO THS-CORRECTION-COUNT
           END-IF
           MOVE WS-RUN-STAMP TO THS-LAST-RUN-STAMP
           REWRITE TAX-HISTORY-RECORD
           ADD 1 TO WS-PAYEES-CORRECTED.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5800-REPORT-PAYEE - the payee record always; the         *
      *    statement when there is an address to mail it to,       *
      *    otherwise the exceptions list                            *
      *-----------------------------------------------------------*
       5800-REPORT-PAYEE.
           MOVE WS-CURRENT-STUDENT TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO STU-NAME
                   MOVE "*NOTFND*" TO STU-SURNAME
           END-READ
           PERFORM 5850-CHECK-ADDRESS THRU 5850-EXIT
           MOVE SPACES TO TAX-PAYEE-RECORD
           SET TXF-IS-PAYEE TO TRUE
           MOVE WS-TAX-YEAR TO TXF-B-TAX-YEAR
           IF WS-PAYEE-CORRECTED
               SET TXF-B-IS-CORRECTED TO TRUE
           END-IF
           MOVE WS-CURRENT-STUDENT  TO TXF-B-ACCOUNT-NUMBER
           MOVE STU-SURNAME         TO TXF-B-SURNAME
           MOVE STU-GIVEN-NAME      TO TXF-B-GIVEN-NAME
           IF ADR-STUDENT-ID = WS-CURRENT-STUDENT
               MOVE ADR-STREET      TO TXF-B-STREET
               MOVE ADR-CITY        TO TXF-B-CITY
               MOVE ADR-STATE       TO TXF-B-STATE
               MOVE ADR-ZIP         TO TXF-B-ZIP
           END-IF
           MOVE WS-STU-BILLED       TO TXF-B-AMOUNT-1
           MOVE WS-STU-PRIOR-ADJUST TO TXF-B-AMOUNT-4
           MOVE WS-STU-SCHOLARSHIP  TO TXF-B-AMOUNT-5
           WRITE TAX-PAYEE-RECORD
           ADD 1 TO WS-PAYEES-FILED
           ADD WS-STU-BILLED       TO WS-TOT-AMOUNT-1
           ADD WS-STU-PRIOR-ADJUST TO WS-TOT-AMOUNT-4
           ADD WS-STU-SCHOLARSHIP  TO WS-TOT-AMOUNT-5
           IF WS-ADDRESS-USABLE
               PERFORM 5900-PRINT-STATEMENT THRU 5900-EXIT
           ELSE
               PERFORM 5950-LIST-EXCEPTION THRU 5950-EXIT
           END-IF.
       5800-EXIT.
           EXIT.

       5850-CHECK-ADDRESS.
           MOVE 'N' TO WS-ADDRESS-SWITCH
           MOVE ZERO TO ADR-STUDENT-ID
           IF WS-ADDRESS-NOTFOUND
               MOVE "No address on file" TO WS-EXCEPTION-REASON
               GO TO 5850-EXIT
           END-IF
           MOVE WS-CURRENT-STUDENT TO ADR-STUDENT-ID
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   MOVE ZERO TO ADR-STUDENT-ID
                   MOVE "No address on file" TO WS-EXCEPTION-REASON
                   GO TO 5850-EXIT
           END-READ
           IF ADR-MAIL-RETURNED
               MOVE "Address returned by post office"
                   TO WS-EXCEPTION-REASON
               MOVE "BADA" TO ERR-CODE
               MOVE "ADR-MAIL-STATUS" TO ERR-FIELD-NAME
               MOVE SPACES TO ERR-INPUT-DATA
               STRING WS-CURRENT-STUDENT " TAXS " WS-TAX-YEAR
                   DELIMITED BY SIZE INTO ERR-INPUT-DATA
               MOVE "Tax statement held - address returned"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               GO TO 5850-EXIT
           END-IF
           IF ADR-STREET = SPACES OR ADR-CITY = SPACES
                   OR ADR-STATE = SPACES OR ADR-ZIP = SPACES
               MOVE "Address incomplete" TO WS-EXCEPTION-REASON
               GO TO 5850-EXIT
           END-IF
           MOVE 'Y' TO WS-ADDRESS-SWITCH.
       5850-EXIT.
           EXIT.

       5900-PRINT-STATEMENT.
           MOVE WS-TAX-YEAR TO WTH-TAX-YEAR
           IF WS-PAYEE-CORRECTED
               MOVE "CORRECTED" TO WTH-CORRECTED
           ELSE
               MOVE SPACES TO WTH-CORRECTED
           END-IF
           MOVE WS-STATEMENT-HEADING TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE
           MOVE WS-TRANSMITTER-NAME TO WTF-NAME
           MOVE WS-TRANSMITTER-TIN  TO WTF-TIN
           MOVE WS-FILER-LINE TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE
           MOVE WS-CURRENT-STUDENT TO WTN-STUDENT-ID
           MOVE STU-GIVEN-NAME     TO WTN-GIVEN-NAME
           MOVE STU-SURNAME        TO WTN-SURNAME
           MOVE WS-NAME-LINE TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE
           MOVE ADR-STREET TO WTA-STREET
           MOVE WS-ADDRESS-LINE-1 TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE
           MOVE ADR-CITY  TO WTA-CITY
           MOVE ADR-STATE TO WTA-STATE
           MOVE ADR-ZIP   TO WTA-ZIP
           MOVE WS-ADDRESS-LINE-2 TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE
           MOVE SPACES TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE
           MOVE "1  Qualified tuition and related expenses billed"
               TO WTM-LABEL
           MOVE WS-STU-BILLED TO WTM-AMOUNT
           MOVE WS-AMOUNT-LINE TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE
           MOVE "4  Adjustments made for a prior year"
               TO WTM-LABEL
           MOVE WS-STU-PRIOR-ADJUST TO WTM-AMOUNT
           MOVE WS-AMOUNT-LINE TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE
           MOVE "5  Scholarships or grants" TO WTM-LABEL
           MOVE WS-STU-SCHOLARSHIP TO WTM-AMOUNT
           MOVE WS-AMOUNT-LINE TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE
           IF WS-STU-REDUCTION > ZERO
               MOVE "   Refunds and cancellations already deducted"
                   TO WTM-LABEL
               MOVE WS-STU-REDUCTION TO WTM-AMOUNT
               MOVE WS-AMOUNT-LINE TO TAX-STATEMENT-LINE
               WRITE TAX-STATEMENT-LINE
           END-IF
           MOVE WS-SEPARATOR-LINE TO TAX-STATEMENT-LINE
           WRITE TAX-STATEMENT-LINE
           ADD 1 TO WS-STATEMENTS.
       5900-EXIT.
           EXIT.

       5950-LIST-EXCEPTION.
           MOVE WS-CURRENT-STUDENT  TO WXD-STUDENT-ID
           MOVE STU-SURNAME         TO WXD-SURNAME
           MOVE WS-EXCEPTION-REASON TO WXD-REASON
           MOVE WS-EXCEPTION-DETAIL TO TAX-EXCEPTION-LINE
           WRITE TAX-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTIONS.
       5950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6000-CORRECT-DROPPED - a student filed before whom this  *
      *    run did not reach now has nothing to report: corrected  *
      *    to zero                                                  *
      *-----------------------------------------------------------*
       6000-CORRECT-DROPPED.
           MOVE WS-TAX-YEAR TO THS-TAX-YEAR
           MOVE ZERO TO THS-STUDENT-ID
           START TAX-HISTORY-FILE KEY NOT < THS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HST-EOF-SWITCH
           END-START
           PERFORM 6100-CHECK-ONE-HISTORY THRU 6100-EXIT
               UNTIL WS-HST-END.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-HISTORY.
           READ TAX-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HST-EOF-SWITCH
                   GO TO 6100-EXIT
           END-READ
           IF THS-TAX-YEAR NOT = WS-TAX-YEAR
               MOVE 'Y' TO WS-HST-EOF-SWITCH
               GO TO 6100-EXIT
           END-IF
           IF THS-LAST-RUN-STAMP = WS-RUN-STAMP
               GO TO 6100-EXIT
           END-IF
           IF THS-TUITION-BILLED = ZERO AND THS-PRIOR-ADJUST = ZERO
                   AND THS-SCHOLARSHIPS = ZERO
               GO TO 6100-EXIT
           END-IF
           MOVE THS-STUDENT-ID TO WS-CURRENT-STUDENT
           MOVE ZERO TO WS-STU-BILLED
           MOVE ZERO TO WS-STU-PRIOR-ADJUST
           MOVE ZERO TO WS-STU-SCHOLARSHIP
           MOVE ZERO TO WS-STU-REDUCTION
           PERFORM 5300-CORRECT-HISTORY THRU 5300-EXIT.
       6100-EXIT.
           EXIT.

       7000-WRITE-CONTROL.
           MOVE SPACES TO TAX-CONTROL-RECORD
           SET TXF-IS-CONTROL TO TRUE
           MOVE WS-TAX-YEAR     TO TXF-C-TAX-YEAR
           MOVE WS-PAYEES-FILED TO TXF-C-PAYEE-COUNT
           MOVE WS-TOT-AMOUNT-1 TO TXF-C-AMOUNT-1-TOTAL
           MOVE WS-TOT-AMOUNT-4 TO TXF-C-AMOUNT-4-TOTAL
           MOVE WS-TOT-AMOUNT-5 TO TXF-C-AMOUNT-5-TOTAL
           WRITE TAX-CONTROL-RECORD
           IF WS-EXCEPTIONS = ZERO
               MOVE "  (none)" TO TAX-EXCEPTION-LINE
               WRITE TAX-EXCEPTION-LINE
           END-IF.
       7000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE INVOICE-FILE
           CLOSE TAX-HISTORY-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE STUDENT-ADDRESS-FILE
           CLOSE ERROR-LOG-FILE
           CLOSE TAX-FILING-FILE
           CLOSE TAX-STATEMENT-FILE
           CLOSE TAX-EXCEPTION-FILE
           DISPLAY "Tax year            : " WS-TAX-YEAR
           DISPLAY "Invoices taken      : " WS-INVOICES-TAKEN
           DISPLAY "Award credits taken : " WS-AWARDS-TAKEN
           DISPLAY "Credit memos taken  : " WS-MEMOS-TAKEN
           DISPLAY "Memos unmatched     : " WS-MEMOS-UNMATCHED
           DISPLAY "Fees taken out      : " WS-FEES-TAKEN
           DISPLAY "Payees filed        : " WS-PAYEES-FILED
           DISPLAY "  of which corrected: " WS-PAYEES-CORRECTED
           DISPLAY "Payees unchanged    : " WS-PAYEES-UNCHANGED
           DISPLAY "Statements printed  : " WS-STATEMENTS
           DISPLAY "Address exceptions  : " WS-EXCEPTIONS
           DISPLAY "Qualified tuition   : " WS-TOT-AMOUNT-1
           DISPLAY "Prior-year adjusts  : " WS-TOT-AMOUNT-4
           DISPLAY "Scholarships        : " WS-TOT-AMOUNT-5
           IF WS-EXCEPTIONS > ZERO OR WS-MEMOS-UNMATCHED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY PARMPA.

       COPY ERRLOGPA.

       COPY JOBSTAPA.
