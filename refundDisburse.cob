      ******************************************************************
      *    PROGRAM-ID: RefundDisburse
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Refund cheque disbursement.  Every refund
      *                  RefundRun and CourseCancel have written to
      *                  REFUND.DAT is loaded once onto the refund
      *                  payable file (REFPAY.DAT) to await approval.
      *                  RFDTXN.DAT then carries the supervisor's
      *                  actions: A approves a refund for a cheque,
      *                  V voids a cheque and S stale-dates one - both
      *                  reopen the refund and reverse the cheque
      *                  (RFDVOID / RFDSTALE money controls).  Every
      *                  approved refund is then cut a cheque, the
      *                  number taken in sequence off the cheque
      *                  stock register (CHKSTOCK.DAT), payable to
      *                  the student at the STUADDR.DAT address;
      *                  cheques print to CHECKS.RPT, the register to
      *                  CHKREG.RPT, and each cheque issued or voided
      *                  goes to the bank's positive-pay file
      *                  (POSPAY.DAT).  The cheques issued ride the
      *                  RFDCHECK money control.  A student with no
      *                  usable address, or no name on the master,
      *                  is held with an exception and cut next run;
      *                  a run that reaches the end of the stock
      *                  holds the rest.  Needs operator authority
      *                  level 3.  Parameter REFUND_STALE_DAYS (days
      *                  before a cheque may be stale-dated, default
      *                  180), master first with the environment as
      *                  the rerun override.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RefundDisburse.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-TXN-FILE ASSIGN TO "REFUND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.

           SELECT DISB-TXN-FILE ASSIGN TO "RFDTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT REFUND-PAYABLE-FILE ASSIGN TO "REFPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFP-KEY
               FILE STATUS IS WS-PAYABLE-STATUS.

           SELECT DISB-CHECK-FILE ASSIGN TO "DISBCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCK-CHECK-NO
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT CHECK-STOCK-FILE ASSIGN TO "CHKSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-STATUS.

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

           SELECT CHECK-PRINT-FILE ASSIGN TO "CHECKS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-REPORT-FILE ASSIGN TO "CHKREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSPAY-FILE ASSIGN TO "POSPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MONEY-CONTROL-FILE ASSIGN TO "CTLMONEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY OPERVSEL.

           COPY PARMSEL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           COPY LOCKSEL.
           COPY JRNLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  REFUND-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REFUNDTX.

       FD  DISB-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RFDTXN.

       FD  REFUND-PAYABLE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REFPAY.

       FD  DISB-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DISBCHK.

       FD  CHECK-STOCK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHKSTOCK.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  STUDENT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUADDR.

       FD  CHECK-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECK-PRINT-LINE            PIC X(80).

       FD  REGISTER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-PRINT-LINE         PIC X(80).

       FD  POSPAY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY POSPAY.

       FD  MONEY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLMONEY.

       COPY OPERVFD.
       COPY OPERMAST.

       COPY PARMFD.

       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.

       COPY ERRLGFD.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.

       COPY OPERVWS.
       COPY PARMWS.
       COPY LOCKWS.
       COPY JRNLWS.

       01  WS-REFUND-STATUS         PIC X(02).
           88  WS-REFUND-NOTFOUND   VALUE "35".

       01  WS-TXN-STATUS            PIC X(02).
           88  WS-TXN-NOTFOUND      VALUE "35".

       01  WS-PAYABLE-STATUS        PIC X(02).
           88  WS-PAYABLE-NOTFOUND  VALUE "35".

       01  WS-CHECK-STATUS          PIC X(02).
           88  WS-CHECK-NOTFOUND    VALUE "35".

       01  WS-STOCK-STATUS          PIC X(02).
           88  WS-STOCK-NOTFOUND    VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).
           88  WS-MASTER-NOTFOUND   VALUE "35".

       01  WS-ADDRESS-STATUS        PIC X(02).
           88  WS-ADDRESS-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-SRC-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-SRC-END       VALUE 'Y'.
           05  WS-HELD-SWITCH       PIC X(01).
               88  WS-CHECK-HELD    VALUE 'Y'.
           05  WS-STOCK-OUT-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-STOCK-OUT     VALUE 'Y'.

       01  WS-OPERATOR-ID           PIC X(08).

       01  WS-STALE-DAYS            PIC 9(03) VALUE 180.
       01  WS-DAYS-PICK             PIC X(03).
       01  WS-DAYS-PICK-NUM REDEFINES WS-DAYS-PICK
                                    PIC 9(03).

       01  WS-NEXT-CHECK-NO         PIC 9(08).
       01  WS-LAST-STOCK-NO         PIC 9(08).
       01  WS-BANK-ACCOUNT          PIC X(12).

       01  WS-TODAY-INTEGER         PIC S9(09) COMP.
       01  WS-CHECK-AGE-DAYS        PIC S9(05) COMP.

       01  WS-PAYEE-NAME            PIC X(30).
       01  WS-REGISTER-ACTION       PIC X(05).

       01  WS-COUNTERS.
           05  WS-REFUNDS-READ      PIC 9(07) VALUE ZERO.
           05  WS-REFUNDS-LOADED    PIC 9(07) VALUE ZERO.
           05  WS-TXNS-READ         PIC 9(05) VALUE ZERO.
           05  WS-APPROVED          PIC 9(05) VALUE ZERO.
           05  WS-TXNS-REJECTED     PIC 9(05) VALUE ZERO.
           05  WS-CHECKS-ISSUED     PIC 9(05) VALUE ZERO.
           05  WS-CHECKS-VOIDED     PIC 9(05) VALUE ZERO.
           05  WS-CHECKS-STALED     PIC 9(05) VALUE ZERO.
           05  WS-CHECKS-HELD       PIC 9(05) VALUE ZERO.
           05  WS-POSPAY-RECORDS    PIC 9(07) VALUE ZERO.

       01  WS-TOTAL-ISSUED          PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-VOIDED          PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-STALED          PIC 9(09)V99 VALUE ZERO.

       01  WS-CHECK-SEPARATOR       PIC X(80) VALUE ALL "-".

       01  WS-CHECK-LINE-1.
           05  FILLER               PIC X(40) VALUE
               "Registrar's Office - Student Refunds".
           05  FILLER               PIC X(18) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE "Cheque ".
           05  WCK-CHECK-NO         PIC 9(08).

       01  WS-CHECK-LINE-2.
           05  FILLER               PIC X(58) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE "Date   ".
           05  WCK-ISSUE-DATE       PIC 9(08).

       01  WS-CHECK-LINE-3.
           05  FILLER               PIC X(21) VALUE
               "Pay to the order of  ".
           05  WCK-PAYEE-NAME       PIC X(30).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WCK-AMOUNT           PIC $**,**9.99.

       01  WS-CHECK-ADDRESS-1.
           05  FILLER               PIC X(21) VALUE SPACES.
           05  WCK-STREET           PIC X(20).

       01  WS-CHECK-ADDRESS-2.
           05  FILLER               PIC X(21) VALUE SPACES.
           05  WCK-CITY             PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WCK-STATE            PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WCK-ZIP              PIC X(05).

       01  WS-CHECK-MEMO.
           05  FILLER               PIC X(23) VALUE
               "Memo: tuition refund, ".
           05  FILLER               PIC X(08) VALUE "invoice ".
           05  WCK-INVOICE-NUMBER   PIC 9(07).
           05  FILLER               PIC X(09) VALUE " student ".
           05  WCK-STUDENT-ID       PIC 9(07).

       01  WS-REGISTER-HEADING.
           05  FILLER               PIC X(30) VALUE
               "Refund cheque register - run ".
           05  WRH-RUN-DATE         PIC 9(08).

       01  WS-REGISTER-COLUMNS.
           05  FILLER               PIC X(40) VALUE
               "Cheque    Issued    Student Invoice  Pay".
           05  FILLER               PIC X(40) VALUE
               "ee                        Amount Actn".

       01  WS-REGISTER-DETAIL.
           05  WRD-CHECK-NO         PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WRD-ISSUE-DATE       PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WRD-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRD-INVOICE-NUMBER   PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WRD-PAYEE-NAME       PIC X(25).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRD-AMOUNT           PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRD-ACTION           PIC X(05).

       01  WS-REGISTER-TOTAL.
           05  WRT-LABEL            PIC X(20).
           05  WRT-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WRT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-REFUNDS THRU 2000-EXIT
           PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
           PERFORM 4000-ISSUE-CHECKS THRU 4000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           COMPUTE JST-RECORDS-READ =
               WS-REFUNDS-READ + WS-TXNS-READ
           COMPUTE JST-RECORDS-WRITTEN =
               WS-CHECKS-ISSUED + WS-CHECKS-VOIDED + WS-CHECKS-STALED
           MOVE WS-TXNS-REJECTED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "RefundDisbur" TO JST-PROGRAM-ID
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
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO JST-OPERATOR-ID
           MOVE "REFDISB " TO ERR-PROGRAM-ID
           OPEN EXTEND ERROR-LOG-FILE
           MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID
           PERFORM 9600-VERIFY-OPERATOR THRU 9600-EXIT
           IF NOT WS-OPERATOR-VALID OR WS-OPERATOR-LEVEL < 3
               MOVE "AUTH" TO ERR-CODE
               MOVE "WS-OPERATOR-ID" TO ERR-FIELD-NAME
               MOVE WS-OPERATOR-ID TO ERR-INPUT-DATA
               MOVE "Refund cheques need authority level 3"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "RefundDisburse - operator not authorized, "
                   "no cheques cut"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT
           PERFORM 1200-READ-CHECK-STOCK THRU 1200-EXIT
           IF RETURN-CODE = 16
               GO TO 1000-EXIT
           END-IF
           MOVE "RefundDisbur" TO WS-LOCK-PROGRAM-ID
           MOVE "RefundDisbur" TO WS-JRN-PROGRAM-ID
           MOVE "REFPAY  " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "DISBCHK " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O REFUND-PAYABLE-FILE
           IF WS-PAYABLE-NOTFOUND
               CLOSE REFUND-PAYABLE-FILE
               OPEN OUTPUT REFUND-PAYABLE-FILE
               CLOSE REFUND-PAYABLE-FILE
               OPEN I-O REFUND-PAYABLE-FILE
           END-IF
           OPEN I-O DISB-CHECK-FILE
           IF WS-CHECK-NOTFOUND
               CLOSE DISB-CHECK-FILE
               OPEN OUTPUT DISB-CHECK-FILE
               CLOSE DISB-CHECK-FILE
               OPEN I-O DISB-CHECK-FILE
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT STUDENT-ADDRESS-FILE
           IF WS-ADDRESS-NOTFOUND
               DISPLAY "RefundDisburse - no address file, every "
                   "cheque held"
           END-IF
           OPEN OUTPUT CHECK-PRINT-FILE
           OPEN OUTPUT REGISTER-REPORT-FILE
           OPEN OUTPUT POSPAY-FILE
           OPEN EXTEND MONEY-CONTROL-FILE
           MOVE WS-PROCESSING-DATE TO WRH-RUN-DATE
           MOVE WS-REGISTER-HEADING TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE
           MOVE SPACES TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE
           MOVE WS-REGISTER-COLUMNS TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE
           MOVE SPACES TO POSPAY-HEADER-RECORD
           SET PPY-IS-HEADER TO TRUE
           MOVE WS-BANK-ACCOUNT TO PPY-H-BANK-ACCOUNT
           MOVE WS-PROCESSING-DATE TO PPY-H-FILE-DATE
           WRITE POSPAY-HEADER-RECORD
           DISPLAY "RefundDisburse - disbursing refunds".
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-GET-PARAMETERS - days before a cheque may be        *
      *    stale-dated; master first, environment next              *
      *-----------------------------------------------------------*
       1100-GET-PARAMETERS.
           MOVE "REFUND_STALE_DAYS" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:3) TO WS-DAYS-PICK
           IF WS-DAYS-PICK NUMERIC
               MOVE WS-DAYS-PICK-NUM TO WS-STALE-DAYS
           END-IF
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "REFUND_STALE_DAYS"
           MOVE WS-PARM-VALUE(1:3) TO WS-DAYS-PICK
           IF WS-DAYS-PICK NUMERIC
               MOVE WS-DAYS-PICK-NUM TO WS-STALE-DAYS
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-READ-CHECK-STOCK - no cheque is cut without the     *
      *    stock register; the sequence is never guessed            *
      *-----------------------------------------------------------*
       1200-READ-CHECK-STOCK.
           OPEN INPUT CHECK-STOCK-FILE
           IF WS-STOCK-NOTFOUND
               DISPLAY "RefundDisburse - no cheque stock register "
                   "(CHKSTOCK.DAT)"
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           READ CHECK-STOCK-FILE
               AT END
                   MOVE ZERO TO CKS-NEXT-CHECK-NO
           END-READ
           CLOSE CHECK-STOCK-FILE
           IF CKS-NEXT-CHECK-NO NOT NUMERIC
                   OR CKS-LAST-STOCK-NO NOT NUMERIC
                   OR CKS-NEXT-CHECK-NO = ZERO
               MOVE "CSTK" TO ERR-CODE
               MOVE "CKS-NEXT-CHECK" TO ERR-FIELD-NAME
               MOVE CHECK-STOCK-RECORD TO ERR-INPUT-DATA
               MOVE "Cheque stock register unreadable"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           MOVE CKS-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
           MOVE CKS-LAST-STOCK-NO TO WS-LAST-STOCK-NO
           MOVE CKS-BANK-ACCOUNT  TO WS-BANK-ACCOUNT.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-LOAD-REFUNDS - each REFUND.DAT line lands once on   *
      *    the payable file; one already there is passed over       *
      *-----------------------------------------------------------*
       2000-LOAD-REFUNDS.
           IF RETURN-CODE = 16
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT REFUND-TXN-FILE
           IF WS-REFUND-NOTFOUND
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-SRC-EOF-SWITCH
           PERFORM 2100-LOAD-ONE-REFUND THRU 2100-EXIT
               UNTIL WS-SRC-END
           CLOSE REFUND-TXN-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-REFUND.
           READ REFUND-TXN-FILE
               AT END
                   MOVE 'Y' TO WS-SRC-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-REFUNDS-READ
           IF RFT-STUDENT-ID NOT NUMERIC
                   OR RFT-INVOICE-NUMBER NOT NUMERIC
                   OR RFT-REFUND-AMOUNT NOT NUMERIC
                   OR RFT-ISSUED-DATE NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           MOVE RFT-STUDENT-ID     TO RFP-STUDENT-ID
           MOVE RFT-INVOICE-NUMBER TO RFP-INVOICE-NUMBER
           MOVE RFT-ISSUED-DATE    TO RFP-ISSUED-DATE
           MOVE RFT-COURSE-CODE    TO RFP-COURSE-CODE
           MOVE RFT-REFUND-AMOUNT  TO RFP-REFUND-AMOUNT
           SET RFP-STATUS-PENDING TO TRUE
           MOVE SPACES TO RFP-APPROVED-BY
           MOVE ZERO TO RFP-APPROVED-DATE
           MOVE ZERO TO RFP-CHECK-NO
           MOVE ZERO TO RFP-CHECKS-CUT
           WRITE REFUND-PAYABLE-RECORD
               INVALID KEY
                   GO TO 2100-EXIT
           END-WRITE
           MOVE 'W' TO WS-JRN-ACTION-CODE
           PERFORM 8100-JOURNAL-PAYABLE THRU 8100-EXIT
           ADD 1 TO WS-REFUNDS-LOADED.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-APPLY-TRANSACTIONS - approvals, voids and stale     *
      *    dates, before any cheque is cut                          *
      *-----------------------------------------------------------*
       3000-APPLY-TRANSACTIONS.
           IF RETURN-CODE = 16
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT DISB-TXN-FILE
           IF WS-TXN-NOTFOUND
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3100-APPLY-ONE-TXN THRU 3100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE DISB-TXN-FILE.
       3000-EXIT.
           EXIT.

       3100-APPLY-ONE-TXN.
           READ DISB-TXN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-TXNS-READ
           EVALUATE TRUE
               WHEN RDT-APPROVE
                   PERFORM 3200-APPROVE-REFUND THRU 3200-EXIT
               WHEN RDT-VOID OR RDT-STALE-DATE
                   PERFORM 3300-CLOSE-CHECK THRU 3300-EXIT
               WHEN OTHER
                   MOVE "ACTN" TO ERR-CODE
                   MOVE "RDT-ACTION-CODE" TO ERR-FIELD-NAME
                   MOVE REFUND-DISB-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "Action must be A, V or S"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-TXNS-REJECTED
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-APPROVE-REFUND - only a refund still awaiting       *
      *    approval can be approved                                 *
      *-----------------------------------------------------------*
       3200-APPROVE-REFUND.
           IF RDT-STUDENT-ID NOT NUMERIC
                   OR RDT-INVOICE-NUMBER NOT NUMERIC
                   OR RDT-ISSUED-DATE NOT NUMERIC
               MOVE "TMPL" TO ERR-CODE
               MOVE "RDT-STUDENT-ID" TO ERR-FIELD-NAME
               MOVE REFUND-DISB-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Approval line misaligned or not numeric"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 3200-EXIT
           END-IF
           MOVE RDT-STUDENT-ID     TO RFP-STUDENT-ID
           MOVE RDT-INVOICE-NUMBER TO RFP-INVOICE-NUMBER
           MOVE RDT-ISSUED-DATE    TO RFP-ISSUED-DATE
           READ REFUND-PAYABLE-FILE
               INVALID KEY
                   MOVE "NRFD" TO ERR-CODE
                   MOVE "RDT-STUDENT-ID" TO ERR-FIELD-NAME
                   MOVE REFUND-DISB-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "No refund payable on file"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-TXNS-REJECTED
                   GO TO 3200-EXIT
           END-READ
           IF NOT RFP-STATUS-PENDING
               MOVE "RSTA" TO ERR-CODE
               MOVE "RFP-STATUS-CODE" TO ERR-FIELD-NAME
               MOVE REFUND-DISB-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Refund is not awaiting approval"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 3200-EXIT
           END-IF
           SET RFP-STATUS-APPROVED TO TRUE
           MOVE WS-OPERATOR-ID     TO RFP-APPROVED-BY
           MOVE WS-PROCESSING-DATE TO RFP-APPROVED-DATE
           REWRITE REFUND-PAYABLE-RECORD
           MOVE 'R' TO WS-JRN-ACTION-CODE
           PERFORM 8100-JOURNAL-PAYABLE THRU 8100-EXIT
           ADD 1 TO WS-APPROVED.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-CLOSE-CHECK - an outstanding cheque voided or       *
      *    stale-dated; the bank is told not to pay it and the      *
      *    refund reopens                                           *
      *-----------------------------------------------------------*
       3300-CLOSE-CHECK.
           IF RDT-CHECK-NO NOT NUMERIC
               MOVE "TMPL" TO ERR-CODE
               MOVE "RDT-CHECK-NO" TO ERR-FIELD-NAME
               MOVE REFUND-DISB-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Cheque number not numeric"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 3300-EXIT
           END-IF
           IF RDT-REASON = SPACES
               MOVE "RSN " TO ERR-CODE
               MOVE "RDT-REASON" TO ERR-FIELD-NAME
               MOVE REFUND-DISB-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Void or stale-date needs a reason"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 3300-EXIT
           END-IF
           MOVE RDT-CHECK-NO TO DCK-CHECK-NO
           READ DISB-CHECK-FILE
               INVALID KEY
                   MOVE "NCHK" TO ERR-CODE
                   MOVE "RDT-CHECK-NO" TO ERR-FIELD-NAME
                   MOVE REFUND-DISB-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "No such refund cheque issued"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-TXNS-REJECTED
                   GO TO 3300-EXIT
           END-READ
           IF NOT DCK-OUTSTANDING
               MOVE "CSTA" TO ERR-CODE
               MOVE "DCK-STATUS-CODE" TO ERR-FIELD-NAME
               MOVE REFUND-DISB-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Cheque is not outstanding"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 3300-EXIT
           END-IF
           COMPUTE WS-CHECK-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(DCK-ISSUE-DATE)
           IF RDT-STALE-DATE AND WS-CHECK-AGE-DAYS < WS-STALE-DAYS
               MOVE "SNEW" TO ERR-CODE
               MOVE "RDT-CHECK-NO" TO ERR-FIELD-NAME
               MOVE REFUND-DISB-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Cheque not old enough to stale-date"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 3300-EXIT
           END-IF
           IF RDT-VOID
               SET DCK-VOIDED TO TRUE
               MOVE "VOID " TO WS-REGISTER-ACTION
               ADD 1 TO WS-CHECKS-VOIDED
               ADD DCK-AMOUNT TO WS-TOTAL-VOIDED
           ELSE
               SET DCK-STALE-DATED TO TRUE
               MOVE "STALE" TO WS-REGISTER-ACTION
               ADD 1 TO WS-CHECKS-STALED
               ADD DCK-AMOUNT TO WS-TOTAL-STALED
           END-IF
           MOVE WS-PROCESSING-DATE TO DCK-CLOSED-DATE
           REWRITE DISBURSEMENT-CHECK-RECORD
           PERFORM 8200-JOURNAL-CHECK THRU 8200-EXIT
           PERFORM 3400-REOPEN-REFUND THRU 3400-EXIT
           MOVE DCK-PAYEE-NAME TO WS-PAYEE-NAME
           PERFORM 5100-WRITE-REGISTER-LINE THRU 5100-EXIT
           MOVE SPACES TO POSPAY-DETAIL-RECORD
           SET PPY-D-VOID TO TRUE
           PERFORM 5200-WRITE-POSPAY THRU 5200-EXIT.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3400-REOPEN-REFUND - a voided cheque is cut again next   *
      *    pass; a stale-dated one must be approved afresh          *
      *-----------------------------------------------------------*
       3400-REOPEN-REFUND.
           MOVE DCK-STUDENT-ID     TO RFP-STUDENT-ID
           MOVE DCK-INVOICE-NUMBER TO RFP-INVOICE-NUMBER
           MOVE DCK-ISSUED-DATE    TO RFP-ISSUED-DATE
           READ REFUND-PAYABLE-FILE
               INVALID KEY
                   GO TO 3400-EXIT
           END-READ
           IF NOT RFP-STATUS-ISSUED
                   OR RFP-CHECK-NO NOT = DCK-CHECK-NO
               GO TO 3400-EXIT
           END-IF
           IF DCK-VOIDED
               SET RFP-STATUS-APPROVED TO TRUE
           ELSE
               SET RFP-STATUS-PENDING TO TRUE
               MOVE SPACES TO RFP-APPROVED-BY
               MOVE ZERO TO RFP-APPROVED-DATE
           END-IF
           MOVE ZERO TO RFP-CHECK-NO
           REWRITE REFUND-PAYABLE-RECORD
           MOVE 'R' TO WS-JRN-ACTION-CODE
           PERFORM 8100-JOURNAL-PAYABLE THRU 8100-EXIT.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-ISSUE-CHECKS - every approved refund, in key order, *
      *    gets the next cheque off the stock                       *
      *-----------------------------------------------------------*
       4000-ISSUE-CHECKS.
           IF RETURN-CODE = 16
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO WS-SRC-EOF-SWITCH
           MOVE LOW-VALUES TO RFP-KEY
           START REFUND-PAYABLE-FILE KEY NOT < RFP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SRC-EOF-SWITCH
           END-START
           PERFORM 4100-ISSUE-ONE-CHECK THRU 4100-EXIT
               UNTIL WS-SRC-END.
       4000-EXIT.
           EXIT.

       4100-ISSUE-ONE-CHECK.
           READ REFUND-PAYABLE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SRC-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ
           IF NOT RFP-STATUS-APPROVED
               GO TO 4100-EXIT
           END-IF
           IF WS-NEXT-CHECK-NO > WS-LAST-STOCK-NO
               PERFORM 4150-LOG-STOCK-OUT THRU 4150-EXIT
               ADD 1 TO WS-CHECKS-HELD
               GO TO 4100-EXIT
           END-IF
           PERFORM 4200-FIND-PAYEE THRU 4200-EXIT
           IF WS-CHECK-HELD
               ADD 1 TO WS-CHECKS-HELD
               GO TO 4100-EXIT
           END-IF
           PERFORM 4300-CUT-CHECK THRU 4300-EXIT.
       4100-EXIT.
           EXIT.

       4150-LOG-STOCK-OUT.
           IF WS-STOCK-OUT
               GO TO 4150-EXIT
           END-IF
           MOVE 'Y' TO WS-STOCK-OUT-SWITCH
           MOVE "CSTK" TO ERR-CODE
           MOVE "CKS-LAST-STOCK" TO ERR-FIELD-NAME
           MOVE SPACES TO ERR-INPUT-DATA
           MOVE WS-LAST-STOCK-NO TO ERR-INPUT-DATA
           MOVE "Cheque stock used up - refunds held"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT.
       4150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4200-FIND-PAYEE - the name off the master and a usable   *
      *    address the post office has not returned                 *
      *-----------------------------------------------------------*
       4200-FIND-PAYEE.
           MOVE 'N' TO WS-HELD-SWITCH
           MOVE RFP-STUDENT-ID TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-HELD-SWITCH
                   MOVE "NSTU" TO ERR-CODE
                   MOVE "RFP-STUDENT-ID" TO ERR-FIELD-NAME
                   MOVE "Refund cheque held - student not found"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 4250-LOG-HELD THRU 4250-EXIT
                   GO TO 4200-EXIT
           END-READ
           MOVE SPACES TO WS-PAYEE-NAME
           STRING STU-GIVEN-NAME DELIMITED BY "  "
                  " "            DELIMITED BY SIZE
                  STU-SURNAME    DELIMITED BY "  "
               INTO WS-PAYEE-NAME
           MOVE SPACE TO ADR-MAIL-STATUS
           MOVE SPACES TO ADR-STREET
           IF NOT WS-ADDRESS-NOTFOUND
               MOVE RFP-STUDENT-ID TO ADR-STUDENT-ID
               READ STUDENT-ADDRESS-FILE
                   INVALID KEY
                       MOVE SPACES TO ADR-STREET
               END-READ
           END-IF
           IF ADR-STREET = SPACES OR ADR-MAIL-RETURNED
               MOVE 'Y' TO WS-HELD-SWITCH
               MOVE "BADA" TO ERR-CODE
               MOVE "ADR-MAIL-STATUS" TO ERR-FIELD-NAME
               MOVE "Refund cheque held - no good address"
                   TO ERR-MESSAGE-TEXT
               PERFORM 4250-LOG-HELD THRU 4250-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       4250-LOG-HELD.
           MOVE SPACES TO ERR-INPUT-DATA
           STRING RFP-STUDENT-ID " INVOICE " RFP-INVOICE-NUMBER
               DELIMITED BY SIZE INTO ERR-INPUT-DATA
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT.
       4250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4300-CUT-CHECK - the cheque goes on file, on paper, on   *
      *    the register and to the bank, and the refund is issued   *
      *-----------------------------------------------------------*
       4300-CUT-CHECK.
           MOVE WS-NEXT-CHECK-NO   TO DCK-CHECK-NO
           SET DCK-OUTSTANDING TO TRUE
           MOVE WS-PROCESSING-DATE TO DCK-ISSUE-DATE
           MOVE RFP-REFUND-AMOUNT  TO DCK-AMOUNT
           MOVE RFP-KEY            TO DCK-REFUND-KEY
           MOVE WS-PAYEE-NAME      TO DCK-PAYEE-NAME
           MOVE ZERO               TO DCK-CLEARED-DATE
           MOVE ZERO               TO DCK-CLEARED-AMOUNT
           MOVE ZERO               TO DCK-CLOSED-DATE
           WRITE DISBURSEMENT-CHECK-RECORD
               INVALID KEY
                   MOVE "CDUP" TO ERR-CODE
                   MOVE "DCK-CHECK-NO" TO ERR-FIELD-NAME
                   MOVE SPACES TO ERR-INPUT-DATA
                   MOVE WS-NEXT-CHECK-NO TO ERR-INPUT-DATA
                   MOVE "Cheque number already used - skipped"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-NEXT-CHECK-NO
                   ADD 1 TO WS-CHECKS-HELD
                   GO TO 4300-EXIT
           END-WRITE
           PERFORM 8200-JOURNAL-CHECK THRU 8200-EXIT
           SET RFP-STATUS-ISSUED TO TRUE
           MOVE WS-NEXT-CHECK-NO TO RFP-CHECK-NO
           ADD 1 TO RFP-CHECKS-CUT
           REWRITE REFUND-PAYABLE-RECORD
           MOVE 'R' TO WS-JRN-ACTION-CODE
           PERFORM 8100-JOURNAL-PAYABLE THRU 8100-EXIT
           PERFORM 4400-PRINT-CHECK THRU 4400-EXIT
           MOVE "ISSUE" TO WS-REGISTER-ACTION
           PERFORM 5100-WRITE-REGISTER-LINE THRU 5100-EXIT
           MOVE SPACES TO POSPAY-DETAIL-RECORD
           SET PPY-D-ISSUE TO TRUE
           PERFORM 5200-WRITE-POSPAY THRU 5200-EXIT
           ADD 1 TO WS-CHECKS-ISSUED
           ADD RFP-REFUND-AMOUNT TO WS-TOTAL-ISSUED
           ADD 1 TO WS-NEXT-CHECK-NO.
       4300-EXIT.
           EXIT.

       4400-PRINT-CHECK.
           MOVE WS-CHECK-SEPARATOR TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE DCK-CHECK-NO TO WCK-CHECK-NO
           MOVE WS-CHECK-LINE-1 TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE DCK-ISSUE-DATE TO WCK-ISSUE-DATE
           MOVE WS-CHECK-LINE-2 TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE WS-PAYEE-NAME TO WCK-PAYEE-NAME
           MOVE DCK-AMOUNT    TO WCK-AMOUNT
           MOVE WS-CHECK-LINE-3 TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE ADR-STREET TO WCK-STREET
           MOVE WS-CHECK-ADDRESS-1 TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE ADR-CITY  TO WCK-CITY
           MOVE ADR-STATE TO WCK-STATE
           MOVE ADR-ZIP   TO WCK-ZIP
           MOVE WS-CHECK-ADDRESS-2 TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE SPACES TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE RFP-INVOICE-NUMBER TO WCK-INVOICE-NUMBER
           MOVE RFP-STUDENT-ID     TO WCK-STUDENT-ID
           MOVE WS-CHECK-MEMO TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE.
       4400-EXIT.
           EXIT.

       5100-WRITE-REGISTER-LINE.
           MOVE DCK-CHECK-NO       TO WRD-CHECK-NO
           MOVE DCK-ISSUE-DATE     TO WRD-ISSUE-DATE
           MOVE DCK-STUDENT-ID     TO WRD-STUDENT-ID
           MOVE DCK-INVOICE-NUMBER TO WRD-INVOICE-NUMBER
           MOVE WS-PAYEE-NAME      TO WRD-PAYEE-NAME
           MOVE DCK-AMOUNT         TO WRD-AMOUNT
           MOVE WS-REGISTER-ACTION TO WRD-ACTION
           MOVE WS-REGISTER-DETAIL TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5200-WRITE-POSPAY - caller has set issue or void; the    *
      *    rest comes off the cheque record                         *
      *-----------------------------------------------------------*
       5200-WRITE-POSPAY.
           MOVE 'D' TO PPY-D-RECORD-TYPE
           MOVE WS-BANK-ACCOUNT TO PPY-D-BANK-ACCOUNT
           MOVE DCK-CHECK-NO    TO PPY-D-CHECK-NO
           MOVE DCK-ISSUE-DATE  TO PPY-D-ISSUE-DATE
           MOVE DCK-AMOUNT      TO PPY-D-AMOUNT
           MOVE DCK-PAYEE-NAME  TO PPY-D-PAYEE-NAME
           WRITE POSPAY-DETAIL-RECORD
           ADD 1 TO WS-POSPAY-RECORDS.
       5200-EXIT.
           EXIT.

       8100-JOURNAL-PAYABLE.
           MOVE "REFPAY  " TO WS-JRN-FILE-NAME
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE RFP-STUDENT-ID TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE REFUND-PAYABLE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT.
       8100-EXIT.
           EXIT.

       8200-JOURNAL-CHECK.
           MOVE "DISBCHK " TO WS-JRN-FILE-NAME
           MOVE 'W' TO WS-JRN-ACTION-CODE
           IF NOT DCK-OUTSTANDING
               MOVE 'R' TO WS-JRN-ACTION-CODE
           END-IF
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE DCK-CHECK-NO TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE DISBURSEMENT-CHECK-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT.
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8900-RELEASE-ALL-LOCKS - end-of-job lock release; a      *
      *    lock not held by this run is left alone                  *
      *-----------------------------------------------------------*
       8900-RELEASE-ALL-LOCKS.
           MOVE "REFPAY  " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           MOVE "DISBCHK " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT.
       8900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9000-TERMINATE - the stock register is advanced past     *
      *    the last cheque cut, then totals and money controls      *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF RETURN-CODE = 16
               CLOSE ERROR-LOG-FILE
               GO TO 9000-EXIT
           END-IF
           OPEN OUTPUT CHECK-STOCK-FILE
           MOVE WS-NEXT-CHECK-NO TO CKS-NEXT-CHECK-NO
           MOVE WS-LAST-STOCK-NO TO CKS-LAST-STOCK-NO
           MOVE WS-BANK-ACCOUNT  TO CKS-BANK-ACCOUNT
           WRITE CHECK-STOCK-RECORD
           CLOSE CHECK-STOCK-FILE
           MOVE SPACES TO POSPAY-TRAILER-RECORD
           SET PPY-IS-TRAILER TO TRUE
           MOVE WS-POSPAY-RECORDS TO PPY-T-RECORD-COUNT
           MOVE WS-TOTAL-ISSUED TO PPY-T-ISSUE-TOTAL
           COMPUTE PPY-T-VOID-TOTAL =
               WS-TOTAL-VOIDED + WS-TOTAL-STALED
           WRITE POSPAY-TRAILER-RECORD
           MOVE SPACES TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE
           MOVE "Cheques issued" TO WRT-LABEL
           MOVE WS-CHECKS-ISSUED TO WRT-COUNT
           MOVE WS-TOTAL-ISSUED TO WRT-AMOUNT
           MOVE WS-REGISTER-TOTAL TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE
           MOVE "Cheques voided" TO WRT-LABEL
           MOVE WS-CHECKS-VOIDED TO WRT-COUNT
           MOVE WS-TOTAL-VOIDED TO WRT-AMOUNT
           MOVE WS-REGISTER-TOTAL TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE
           MOVE "Cheques stale-dated" TO WRT-LABEL
           MOVE WS-CHECKS-STALED TO WRT-COUNT
           MOVE WS-TOTAL-STALED TO WRT-AMOUNT
           MOVE WS-REGISTER-TOTAL TO REGISTER-PRINT-LINE
           WRITE REGISTER-PRINT-LINE
           PERFORM 9100-WRITE-MONEY-CONTROL THRU 9100-EXIT
           CLOSE REFUND-PAYABLE-FILE
           CLOSE DISB-CHECK-FILE
           CLOSE STUDENT-MASTER-FILE
           IF NOT WS-ADDRESS-NOTFOUND
               CLOSE STUDENT-ADDRESS-FILE
           END-IF
           CLOSE CHECK-PRINT-FILE
           CLOSE REGISTER-REPORT-FILE
           CLOSE POSPAY-FILE
           CLOSE MONEY-CONTROL-FILE
           CLOSE ERROR-LOG-FILE
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
           DISPLAY "Refunds read       : " WS-REFUNDS-READ
           DISPLAY "Refunds loaded     : " WS-REFUNDS-LOADED
           DISPLAY "Refunds approved   : " WS-APPROVED
           DISPLAY "Cheques issued     : " WS-CHECKS-ISSUED
           DISPLAY "Cheques voided     : " WS-CHECKS-VOIDED
           DISPLAY "Cheques stale-dated: " WS-CHECKS-STALED
           DISPLAY "Cheques held       : " WS-CHECKS-HELD
           DISPLAY "Rejected           : " WS-TXNS-REJECTED
           DISPLAY "Amount issued      : " WS-TOTAL-ISSUED
           IF WS-TXNS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9100-WRITE-MONEY-CONTROL.
           MOVE WS-PROC-YEAR  TO CTM-RUN-YEAR
           MOVE WS-PROC-MONTH TO CTM-RUN-MONTH
           MOVE WS-PROC-DAY   TO CTM-RUN-DAY
           IF WS-CHECKS-ISSUED > ZERO
               MOVE "RFDCHECK" TO CTM-PROGRAM-ID
               MOVE WS-CHECKS-ISSUED TO CTM-RECORD-COUNT
               MOVE WS-TOTAL-ISSUED TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
           END-IF
           IF WS-CHECKS-VOIDED > ZERO
               MOVE "RFDVOID " TO CTM-PROGRAM-ID
               MOVE WS-CHECKS-VOIDED TO CTM-RECORD-COUNT
               MOVE WS-TOTAL-VOIDED TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
           END-IF
           IF WS-CHECKS-STALED > ZERO
               MOVE "RFDSTALE" TO CTM-PROGRAM-ID
               MOVE WS-CHECKS-STALED TO CTM-RECORD-COUNT
               MOVE WS-TOTAL-STALED TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
           END-IF.
       9100-EXIT.
           EXIT.

       COPY OPERVRPA.

       COPY PARMPA.

       COPY ERRLOGPA.

       COPY PRCDTPA.

       COPY JOBSTAPA.

       COPY LOCKPA.

       COPY JRNLPA.
