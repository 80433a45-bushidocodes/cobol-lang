      ******************************************************************
      *    PROGRAM-ID: CheckRecon
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Refund cheque reconciliation.  The bank's
      *                  cleared-items file (CLEARED.DAT) is matched
      *                  against the cheques RefundDisburse issued
      *                  (DISBCHK.DAT).  An outstanding cheque paid
      *                  for its face amount is marked cleared with
      *                  the date and amount paid.  A paid amount
      *                  that differs, a cheque number never issued,
      *                  a voided or stale-dated cheque the bank paid
      *                  anyway and a cheque paid twice are each an
      *                  exception on the error log and the report
      *                  and leave the cheque as it was.  Every
      *                  cheque still outstanding is then listed on
      *                  OUTCHK.RPT with its age in days, and the
      *                  report totals the outstanding cheques
      *                  against the cleared this run.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CheckRecon.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARED-ITEM-FILE ASSIGN TO "CLEARED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARED-STATUS.

           SELECT DISB-CHECK-FILE ASSIGN TO "DISBCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCK-CHECK-NO
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT OUTSTANDING-REPORT-FILE ASSIGN TO "OUTCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           COPY LOCKSEL.
           COPY JRNLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  CLEARED-ITEM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLEARED.

       FD  DISB-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DISBCHK.

       FD  OUTSTANDING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OUTSTANDING-PRINT-LINE      PIC X(80).

       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.

       COPY ERRLGFD.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.

       COPY LOCKWS.
       COPY JRNLWS.

       01  WS-CLEARED-STATUS        PIC X(02).
           88  WS-CLEARED-NOTFOUND  VALUE "35".

       01  WS-CHECK-STATUS          PIC X(02).
           88  WS-CHECK-NOTFOUND    VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.

       01  WS-TODAY-INTEGER         PIC S9(09) COMP.
       01  WS-CHECK-AGE-DAYS        PIC S9(05) COMP.

       01  WS-COUNTERS.
           05  WS-ITEMS-READ        PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-CLEARED     PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTIONS        PIC 9(07) VALUE ZERO.
           05  WS-OUTSTANDING-COUNT PIC 9(07) VALUE ZERO.

       01  WS-TOTAL-CLEARED         PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-OUTSTANDING     PIC 9(09)V99 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(36) VALUE
               "Outstanding refund cheques - as of ".
           05  WRH-RUN-DATE         PIC 9(08).

       01  WS-EXCEPTION-HEADING     PIC X(40) VALUE
           "Cleared-item exceptions".

       01  WS-EXCEPTION-LINE.
           05  WXL-CHECK-NO         PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WXL-PAID-DATE        PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WXL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WXL-MESSAGE          PIC X(40).

       01  WS-OUTSTANDING-COLUMNS.
           05  FILLER               PIC X(40) VALUE
               "Cheque    Issued    Student Invoice  Pay".
           05  FILLER               PIC X(40) VALUE
               "ee                      Amount  Days".

       01  WS-OUTSTANDING-DETAIL.
           05  WOD-CHECK-NO         PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WOD-ISSUE-DATE       PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WOD-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WOD-INVOICE-NUMBER   PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WOD-PAYEE-NAME       PIC X(23).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WOD-AMOUNT           PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WOD-AGE-DAYS         PIC ZZZ9.

       01  WS-REPORT-TOTAL.
           05  WRT-LABEL            PIC X(24).
           05  WRT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WRT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-MATCH-CLEARED THRU 2000-EXIT
           PERFORM 3000-LIST-OUTSTANDING THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-ITEMS-READ TO JST-RECORDS-READ
           MOVE WS-ITEMS-CLEARED TO JST-RECORDS-WRITTEN
           MOVE WS-EXCEPTIONS TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "CheckRecon" TO JST-PROGRAM-ID
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
           MOVE "CHKRECON" TO ERR-PROGRAM-ID
           MOVE "CheckRecon" TO WS-LOCK-PROGRAM-ID
           MOVE "CheckRecon" TO WS-JRN-PROGRAM-ID
           MOVE "DISBCHK " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O DISB-CHECK-FILE
           IF WS-CHECK-NOTFOUND
               DISPLAY "CheckRecon - no refund cheques on file"
               PERFORM 8900-RELEASE-LOCK THRU 8900-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND ERROR-LOG-FILE
           OPEN OUTPUT OUTSTANDING-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WRH-RUN-DATE
           MOVE WS-REPORT-HEADING TO OUTSTANDING-PRINT-LINE
           WRITE OUTSTANDING-PRINT-LINE
           MOVE SPACES TO OUTSTANDING-PRINT-LINE
           WRITE OUTSTANDING-PRINT-LINE
           MOVE WS-EXCEPTION-HEADING TO OUTSTANDING-PRINT-LINE
           WRITE OUTSTANDING-PRINT-LINE
           DISPLAY "CheckRecon - reconciling cleared cheques".
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-MATCH-CLEARED - each item the bank paid against     *
      *    the cheque issued                                        *
      *-----------------------------------------------------------*
       2000-MATCH-CLEARED.
           IF RETURN-CODE = 16
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT CLEARED-ITEM-FILE
           IF WS-CLEARED-NOTFOUND
               DISPLAY "CheckRecon - no cleared items from the bank"
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-MATCH-ONE-ITEM THRU 2100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE CLEARED-ITEM-FILE.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-ITEM.
           READ CLEARED-ITEM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-ITEMS-READ
           IF CLR-CHECK-NO NOT NUMERIC OR CLR-AMOUNT NOT NUMERIC
                   OR CLR-PAID-DATE NOT NUMERIC
               MOVE "TMPL" TO ERR-CODE
               MOVE "CLR-CHECK-NO" TO ERR-FIELD-NAME
               MOVE "Cleared item misaligned or not numeric"
                   TO ERR-MESSAGE-TEXT
               PERFORM 2900-LOG-EXCEPTION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE CLR-CHECK-NO TO DCK-CHECK-NO
           READ DISB-CHECK-FILE
               INVALID KEY
                   MOVE "CUNK" TO ERR-CODE
                   MOVE "CLR-CHECK-NO" TO ERR-FIELD-NAME
                   MOVE "Bank paid a cheque never issued"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 2900-LOG-EXCEPTION THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-READ
           IF DCK-CLEARED
               MOVE "CDUP" TO ERR-CODE
               MOVE "CLR-CHECK-NO" TO ERR-FIELD-NAME
               MOVE "Cheque already cleared - paid twice"
                   TO ERR-MESSAGE-TEXT
               PERFORM 2900-LOG-EXCEPTION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           IF DCK-VOIDED OR DCK-STALE-DATED
               MOVE "CVOD" TO ERR-CODE
               MOVE "DCK-STATUS-CODE" TO ERR-FIELD-NAME
               MOVE "Bank paid a voided or stale cheque"
                   TO ERR-MESSAGE-TEXT
               PERFORM 2900-LOG-EXCEPTION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           IF CLR-AMOUNT NOT = DCK-AMOUNT
               MOVE "CAMT" TO ERR-CODE
               MOVE "CLR-AMOUNT" TO ERR-FIELD-NAME
               MOVE "Paid amount differs from cheque issued"
                   TO ERR-MESSAGE-TEXT
               PERFORM 2900-LOG-EXCEPTION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           SET DCK-CLEARED TO TRUE
           MOVE CLR-PAID-DATE TO DCK-CLEARED-DATE
           MOVE CLR-AMOUNT    TO DCK-CLEARED-AMOUNT
           MOVE WS-PROCESSING-DATE TO DCK-CLOSED-DATE
           REWRITE DISBURSEMENT-CHECK-RECORD
           MOVE "DISBCHK " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE DCK-CHECK-NO TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE DISBURSEMENT-CHECK-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           ADD 1 TO WS-ITEMS-CLEARED
           ADD CLR-AMOUNT TO WS-TOTAL-CLEARED.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2900-LOG-EXCEPTION - caller has set code, field and      *
      *    message; the item goes on the log and the report         *
      *-----------------------------------------------------------*
       2900-LOG-EXCEPTION.
           MOVE CLEARED-ITEM-RECORD TO ERR-INPUT-DATA
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           MOVE CLR-CHECK-NO     TO WXL-CHECK-NO
           MOVE CLR-PAID-DATE    TO WXL-PAID-DATE
           MOVE CLR-AMOUNT       TO WXL-AMOUNT
           MOVE ERR-MESSAGE-TEXT TO WXL-MESSAGE
           MOVE WS-EXCEPTION-LINE TO OUTSTANDING-PRINT-LINE
           WRITE OUTSTANDING-PRINT-LINE
           ADD 1 TO WS-EXCEPTIONS.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-LIST-OUTSTANDING - every cheque still out after     *
      *    this run's clearing, with its age                        *
      *-----------------------------------------------------------*
       3000-LIST-OUTSTANDING.
           IF RETURN-CODE = 16
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO OUTSTANDING-PRINT-LINE
           WRITE OUTSTANDING-PRINT-LINE
           MOVE WS-OUTSTANDING-COLUMNS TO OUTSTANDING-PRINT-LINE
           WRITE OUTSTANDING-PRINT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO DCK-CHECK-NO
           START DISB-CHECK-FILE KEY NOT < DCK-CHECK-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 3100-LIST-ONE-CHECK THRU 3100-EXIT
               UNTIL WS-END-OF-FILE.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-CHECK.
           READ DISB-CHECK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ
           IF NOT DCK-OUTSTANDING
               GO TO 3100-EXIT
           END-IF
           COMPUTE WS-CHECK-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(DCK-ISSUE-DATE)
           MOVE DCK-CHECK-NO       TO WOD-CHECK-NO
           MOVE DCK-ISSUE-DATE     TO WOD-ISSUE-DATE
           MOVE DCK-STUDENT-ID     TO WOD-STUDENT-ID
           MOVE DCK-INVOICE-NUMBER TO WOD-INVOICE-NUMBER
           MOVE DCK-PAYEE-NAME     TO WOD-PAYEE-NAME
           MOVE DCK-AMOUNT         TO WOD-AMOUNT
           MOVE WS-CHECK-AGE-DAYS  TO WOD-AGE-DAYS
           MOVE WS-OUTSTANDING-DETAIL TO OUTSTANDING-PRINT-LINE
           WRITE OUTSTANDING-PRINT-LINE
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD DCK-AMOUNT TO WS-TOTAL-OUTSTANDING.
       3100-EXIT.
           EXIT.

       8900-RELEASE-LOCK.
           MOVE "DISBCHK " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT.
       8900-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           MOVE SPACES TO OUTSTANDING-PRINT-LINE
           WRITE OUTSTANDING-PRINT-LINE
           MOVE "Cheques outstanding" TO WRT-LABEL
           MOVE WS-OUTSTANDING-COUNT TO WRT-COUNT
           MOVE WS-TOTAL-OUTSTANDING TO WRT-AMOUNT
           MOVE WS-REPORT-TOTAL TO OUTSTANDING-PRINT-LINE
           WRITE OUTSTANDING-PRINT-LINE
           MOVE "Cleared this run" TO WRT-LABEL
           MOVE WS-ITEMS-CLEARED TO WRT-COUNT
           MOVE WS-TOTAL-CLEARED TO WRT-AMOUNT
           MOVE WS-REPORT-TOTAL TO OUTSTANDING-PRINT-LINE
           WRITE OUTSTANDING-PRINT-LINE
           MOVE "Exceptions" TO WRT-LABEL
           MOVE WS-EXCEPTIONS TO WRT-COUNT
           MOVE ZERO TO WRT-AMOUNT
           MOVE WS-REPORT-TOTAL TO OUTSTANDING-PRINT-LINE
           WRITE OUTSTANDING-PRINT-LINE
           CLOSE DISB-CHECK-FILE
           CLOSE OUTSTANDING-REPORT-FILE
           CLOSE ERROR-LOG-FILE
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           PERFORM 8900-RELEASE-LOCK THRU 8900-EXIT
           DISPLAY "Cleared items read : " WS-ITEMS-READ
           DISPLAY "Cheques cleared    : " WS-ITEMS-CLEARED
           DISPLAY "Exceptions         : " WS-EXCEPTIONS
           DISPLAY "Still outstanding  : " WS-OUTSTANDING-COUNT
           IF WS-EXCEPTIONS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY ERRLOGPA.

       COPY PRCDTPA.

       COPY JOBSTAPA.

       COPY LOCKPA.

       COPY JRNLPA.
