      ******************************************************************
      *    PROGRAM-ID: WriteOff
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Bad-debt write-off.  Each WOFFTXN.DAT line
      *                  names an invoice the bursar has judged
      *                  uncollectible, with the reason.  An open or
      *                  agency-placed invoice with a balance has
      *                  its billed amount brought down to what has
      *                  been paid - closing it - and is marked W
      *                  (written off).  The amount written off goes
      *                  to the collection account (COLLACCT.DAT,
      *                  opened here if the invoice was never
      *                  placed) so a later agency recovery can be
      *                  counted against it, to the student account
      *                  ledger, and to the WRITEOFF money control:
      *                  bad-debt expense against A/R in the GL
      *                  export, off the billed side of the aging.
      *                  The student's financial hold stays - one is
      *                  written here if none is on file, and
      *                  HoldBuild keeps it each night - until the
      *                  write-off is recovered in full.  Needs
      *                  operator authority level 3.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WriteOff.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-TXN-FILE ASSIGN TO "WOFFTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT COLLECTION-ACCOUNT-FILE ASSIGN TO "COLLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-KEY
               FILE STATUS IS WS-COLLECT-STATUS.

           SELECT FINANCIAL-HOLD-FILE ASSIGN TO "FINHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FNH-STUDENT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT MONEY-CONTROL-FILE ASSIGN TO "CTLMONEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY OPERVSEL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           COPY LOCKSEL.
           COPY JRNLSEL.
           COPY ACCTLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  WRITE-OFF-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WOFFTXN.

       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INVOICE.

       FD  COLLECTION-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COLLACCT.

       FD  FINANCIAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FINHOLD.

       FD  MONEY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLMONEY.

       COPY OPERVFD.
       COPY OPERMAST.

       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.
       COPY ACCTLFD.

       COPY ERRLGFD.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.

       COPY OPERVWS.
       COPY LOCKWS.
       COPY JRNLWS.
       COPY ACCTLWS.

       01  WS-TXN-STATUS            PIC X(02).
           88  WS-TXN-NOTFOUND      VALUE "35".

       01  WS-INVOICE-STATUS        PIC X(02).
           88  WS-INVOICE-NOTFOUND  VALUE "35".

       01  WS-COLLECT-STATUS        PIC X(02).
           88  WS-COLLECT-NOTFOUND  VALUE "35".

       01  WS-HOLD-STATUS           PIC X(02).
           88  WS-HOLD-NOTFOUND     VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.

       01  WS-OPERATOR-ID           PIC X(08).
       01  WS-WRITE-OFF-AMOUNT      PIC 9(05)V99.

       01  WS-COUNTERS.
           05  WS-TXNS-READ         PIC 9(05) VALUE ZERO.
           05  WS-WRITTEN-OFF       PIC 9(05) VALUE ZERO.
           05  WS-TXNS-REJECTED     PIC 9(05) VALUE ZERO.
           05  WS-HOLDS-PLACED      PIC 9(05) VALUE ZERO.

       01  WS-TOTAL-WRITTEN-OFF     PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-APPLY-WRITE-OFF THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-TXNS-READ TO JST-RECORDS-READ
           MOVE WS-WRITTEN-OFF TO JST-RECORDS-WRITTEN
           MOVE WS-TXNS-REJECTED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "WriteOff    " TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO JST-OPERATOR-ID
           MOVE "WRITEOFF" TO ERR-PROGRAM-ID
           OPEN EXTEND ERROR-LOG-FILE
           MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID
           PERFORM 9600-VERIFY-OPERATOR THRU 9600-EXIT
           IF NOT WS-OPERATOR-VALID OR WS-OPERATOR-LEVEL < 3
               MOVE "AUTH" TO ERR-CODE
               MOVE "WS-OPERATOR-ID" TO ERR-FIELD-NAME
               MOVE WS-OPERATOR-ID TO ERR-INPUT-DATA
               MOVE "Write-off needs authority level 3"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "WriteOff - operator not authorized, "
                   "nothing written off"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT WRITE-OFF-TXN-FILE
           IF WS-TXN-NOTFOUND
               DISPLAY "WriteOff - no WOFFTXN.DAT, nothing to do"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "WriteOff    " TO WS-LOCK-PROGRAM-ID
           MOVE "WriteOff    " TO WS-JRN-PROGRAM-ID
           MOVE "WriteOff    " TO WS-ACL-PROGRAM-ID
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
               CLOSE WRITE-OFF-TXN-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O INVOICE-FILE
           OPEN I-O COLLECTION-ACCOUNT-FILE
           IF WS-COLLECT-NOTFOUND
               CLOSE COLLECTION-ACCOUNT-FILE
               OPEN OUTPUT COLLECTION-ACCOUNT-FILE
               CLOSE COLLECTION-ACCOUNT-FILE
               OPEN I-O COLLECTION-ACCOUNT-FILE
           END-IF
           OPEN I-O FINANCIAL-HOLD-FILE
           IF WS-HOLD-NOTFOUND
               CLOSE FINANCIAL-HOLD-FILE
               OPEN OUTPUT FINANCIAL-HOLD-FILE
               CLOSE FINANCIAL-HOLD-FILE
               OPEN I-O FINANCIAL-HOLD-FILE
           END-IF
           OPEN EXTEND MONEY-CONTROL-FILE
           DISPLAY "WriteOff - applying write-offs"
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           READ WRITE-OFF-TXN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-APPLY-WRITE-OFF - open or placed, with a balance,   *
      *    and a reason given                                       *
      *-----------------------------------------------------------*
       2000-APPLY-WRITE-OFF.
           ADD 1 TO WS-TXNS-READ
           IF WOT-STUDENT-ID NOT NUMERIC
                   OR WOT-INVOICE-NUMBER NOT NUMERIC
               MOVE "TMPL" TO ERR-CODE
               MOVE "WOT-STUDENT-ID" TO ERR-FIELD-NAME
               MOVE WRITE-OFF-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Write-off line misaligned or not numeric"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2000-NEXT
           END-IF
           IF WOT-REASON = SPACES
               MOVE "RSN " TO ERR-CODE
               MOVE "WOT-REASON" TO ERR-FIELD-NAME
               MOVE WRITE-OFF-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Write-off needs a reason"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2000-NEXT
           END-IF
           MOVE WOT-STUDENT-ID  TO INV-STUDENT-ID
           MOVE WOT-COURSE-CODE TO INV-COURSE-CODE
           READ INVOICE-FILE
               INVALID KEY
                   MOVE "NINV" TO ERR-CODE
                   MOVE "WOT-STUDENT-ID" TO ERR-FIELD-NAME
                   MOVE WRITE-OFF-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "No invoice for this student and course"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-TXNS-REJECTED
                   GO TO 2000-NEXT
           END-READ
           IF INV-INVOICE-NUMBER NOT = WOT-INVOICE-NUMBER
               MOVE "INVN" TO ERR-CODE
               MOVE "WOT-INVOICE-NUMBER" TO ERR-FIELD-NAME
               MOVE WRITE-OFF-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Invoice number differs from the invoice"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2000-NEXT
           END-IF
           IF NOT INV-STATUS-OPEN AND NOT INV-STATUS-PLACED
               MOVE "WSTA" TO ERR-CODE
               MOVE "INV-STATUS-CODE" TO ERR-FIELD-NAME
               MOVE WRITE-OFF-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Invoice not open or placed - not written off"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2000-NEXT
           END-IF
           IF INV-AMOUNT-PAID >= INV-AMOUNT-BILLED
               MOVE "NBAL" TO ERR-CODE
               MOVE "INV-AMOUNT-PAID" TO ERR-FIELD-NAME
               MOVE WRITE-OFF-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Nothing owing on the invoice"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2000-NEXT
           END-IF
           PERFORM 2200-WRITE-OFF-INVOICE THRU 2200-EXIT
           PERFORM 2300-POST-COLLECTION-ACCT THRU 2300-EXIT
           PERFORM 2400-KEEP-HOLD THRU 2400-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-WRITE-OFF-INVOICE - billed brought down to paid,    *
      *    the balance to the ledger and the WRITEOFF control       *
      *-----------------------------------------------------------*
       2200-WRITE-OFF-INVOICE.
           COMPUTE WS-WRITE-OFF-AMOUNT =
               INV-AMOUNT-BILLED - INV-AMOUNT-PAID
           MOVE INV-AMOUNT-PAID TO INV-AMOUNT-BILLED
           SET INV-STATUS-WRITTEN-OFF TO TRUE
           REWRITE INVOICE-RECORD
           MOVE "INVOICE " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE INV-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE INVOICE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           MOVE INV-STUDENT-ID      TO WS-ACL-STUDENT-ID
           MOVE INV-COURSE-CODE     TO WS-ACL-COURSE-CODE
           MOVE "WOFF"              TO WS-ACL-TXN-TYPE
           MOVE WS-WRITE-OFF-AMOUNT TO WS-ACL-AMOUNT
           MOVE INV-INVOICE-NUMBER  TO WS-ACL-REFERENCE
           PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT
           ADD 1 TO WS-WRITTEN-OFF
           ADD WS-WRITE-OFF-AMOUNT TO WS-TOTAL-WRITTEN-OFF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-POST-COLLECTION-ACCT - a placed account turns to    *
      *    written off; an unplaced invoice gets one opened         *
      *-----------------------------------------------------------*
       2300-POST-COLLECTION-ACCT.
           MOVE INV-STUDENT-ID  TO CLA-STUDENT-ID
           MOVE INV-COURSE-CODE TO CLA-COURSE-CODE
           READ COLLECTION-ACCOUNT-FILE
               INVALID KEY
                   MOVE INV-STUDENT-ID  TO CLA-STUDENT-ID
                   MOVE INV-COURSE-CODE TO CLA-COURSE-CODE
                   MOVE ZERO TO CLA-PLACED-DATE
                   MOVE ZERO TO CLA-PLACED-AMOUNT
                   MOVE ZERO TO CLA-RECOVERED-GROSS
                   MOVE ZERO TO CLA-COMMISSION-TOTAL
                   MOVE INV-INVOICE-NUMBER TO CLA-INVOICE-NUMBER
                   PERFORM 2350-FILL-WRITE-OFF THRU 2350-EXIT
                   WRITE COLLECTION-ACCOUNT-RECORD
                   GO TO 2300-EXIT
           END-READ
           IF CLA-STATUS-SETTLED
      *        Settled on an earlier placement; the recoveries
      *        then belong to that one, not to this write-off.
               MOVE INV-INVOICE-NUMBER TO CLA-INVOICE-NUMBER
               MOVE ZERO TO CLA-PLACED-DATE
               MOVE ZERO TO CLA-PLACED-AMOUNT
               MOVE ZERO TO CLA-RECOVERED-GROSS
               MOVE ZERO TO CLA-COMMISSION-TOTAL
           END-IF
           PERFORM 2350-FILL-WRITE-OFF THRU 2350-EXIT
           REWRITE COLLECTION-ACCOUNT-RECORD.
       2300-EXIT.
           EXIT.

       2350-FILL-WRITE-OFF.
           SET CLA-STATUS-WRITTEN-OFF TO TRUE
           MOVE WS-PROCESSING-DATE  TO CLA-WRITTEN-OFF-DATE
           MOVE WS-WRITE-OFF-AMOUNT TO CLA-WRITTEN-OFF-AMOUNT
           MOVE ZERO                TO CLA-WO-RECOVERED
           MOVE WOT-REASON          TO CLA-WRITE-OFF-REASON
           MOVE WS-OPERATOR-ID      TO CLA-WRITE-OFF-OPERATOR.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-KEEP-HOLD - the hold stands on the written-off      *
      *    amount; one is placed now if the student had none        *
      *-----------------------------------------------------------*
       2400-KEEP-HOLD.
           MOVE INV-STUDENT-ID TO FNH-STUDENT-ID
           READ FINANCIAL-HOLD-FILE
               INVALID KEY
                   MOVE INV-STUDENT-ID      TO FNH-STUDENT-ID
                   MOVE WS-PROCESSING-DATE  TO FNH-HELD-DATE
                   MOVE WS-WRITE-OFF-AMOUNT TO FNH-AMOUNT-OVERDUE
                   WRITE FINANCIAL-HOLD-RECORD
                   ADD 1 TO WS-HOLDS-PLACED
           END-READ.
       2400-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           IF WS-WRITTEN-OFF > ZERO
               MOVE "WRITEOFF" TO CTM-PROGRAM-ID
               MOVE WS-PROC-YEAR  TO CTM-RUN-YEAR
               MOVE WS-PROC-MONTH TO CTM-RUN-MONTH
               MOVE WS-PROC-DAY   TO CTM-RUN-DAY
               MOVE WS-WRITTEN-OFF TO CTM-RECORD-COUNT
               MOVE WS-TOTAL-WRITTEN-OFF TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
           END-IF
           CLOSE WRITE-OFF-TXN-FILE
           CLOSE INVOICE-FILE
           CLOSE COLLECTION-ACCOUNT-FILE
           CLOSE FINANCIAL-HOLD-FILE
           CLOSE MONEY-CONTROL-FILE
           CLOSE ERROR-LOG-FILE
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           PERFORM 9930-CLOSE-ACCOUNT-LEDGER THRU 9930-EXIT
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
           DISPLAY "Write-offs read     : " WS-TXNS-READ
           DISPLAY "Invoices written off: " WS-WRITTEN-OFF
           DISPLAY "Write-offs rejected : " WS-TXNS-REJECTED
           DISPLAY "Holds placed        : " WS-HOLDS-PLACED
           DISPLAY "Amount written off  : " WS-TOTAL-WRITTEN-OFF
           IF WS-TXNS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY OPERVRPA.

       COPY ERRLOGPA.

       COPY PRCDTPA.

       COPY JOBSTAPA.

       COPY LOCKPA.

       COPY JRNLPA.

       COPY ACCTLPA.
