      *                      own due date, the way the aging report
      *                      does - a student current on an agreed
      *                      plan draws no letter at all.
      *      2026-10-15  DF  A letter due to an address the post
      *                      office has returned is held: no letter,
      *                      no history, and a BADA exception for
      *                      the work queue.
      *      2026-10-15  DF  An invoice placed with the collection
      *                      agency or written off draws no further
      *                      letters.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DunningRun.
           SELECT LETTER-FILE ASSIGN TO "DUNLET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           LABEL RECORDS ARE STANDARD.
       01  LETTER-PRINT-LINE           PIC X(80).

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.

       01  WS-INVOICE-STATUS        PIC X(02).
           88  WS-INVOICE-NOTFOUND  VALUE "35".
       01  WS-COUNTERS.
           05  WS-INVOICES-READ     PIC 9(07) VALUE ZERO.
           05  WS-LETTERS-PRINTED   PIC 9(05) VALUE ZERO.
           05  WS-LETTERS-HELD      PIC 9(05) VALUE ZERO.

       01  WS-LETTER-HEADING.
           05  WLH-LETTER-TEXT      PIC X(34).
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-INVOICES-READ TO JST-RECORDS-READ
           MOVE WS-LETTERS-PRINTED TO JST-RECORDS-WRITTEN
           MOVE WS-LETTERS-HELD TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           OPEN INPUT INVOICE-FILE
               OPEN I-O DUNNING-HISTORY-FILE
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN EXTEND ERROR-LOG-FILE
           MOVE "DUNNRUN " TO ERR-PROGRAM-ID
           DISPLAY "DunningRun - producing overdue letters"
           PERFORM 2100-READ-INVOICE THRU 2100-EXIT.
       1000-EXIT.
           IF INV-AMOUNT-PAID >= INV-AMOUNT-BILLED
               GO TO 2000-NEXT
           END-IF
           IF INV-STATUS-PLACED OR INV-STATUS-WRITTEN-OFF
               GO TO 2000-NEXT
           END-IF
           IF NOT WS-PLAN-NOTFOUND
               PERFORM 2150-JUDGE-PLAN-AGE THRU 2150-EXIT
               IF WS-INVOICE-ON-PLAN AND NOT WS-PLAN-PAST-DUE
           IF WS-HIST-ON-FILE AND DUN-LAST-LEVEL >= WS-DUE-LEVEL
               GO TO 2000-NEXT
           END-IF
           PERFORM 2250-CHECK-MAIL-STATUS THRU 2250-EXIT
           IF ADR-MAIL-RETURNED
      *        No letter and no history - the level is still due
      *        once a good address is keyed.
               GO TO 2000-NEXT
           END-IF
           PERFORM 2300-PRINT-LETTER THRU 2300-EXIT
           PERFORM 2400-POST-HISTORY THRU 2400-EXIT.
       2000-NEXT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2250-CHECK-MAIL-STATUS - an address the post office has  *
      *    returned gets no letter; the invoice goes to the work    *
      *    queue instead                                            *
      *-----------------------------------------------------------*
       2250-CHECK-MAIL-STATUS.
           MOVE SPACE TO ADR-MAIL-STATUS
           IF WS-ADDRESS-NOTFOUND
               GO TO 2250-EXIT
           END-IF
           MOVE INV-STUDENT-ID TO ADR-STUDENT-ID
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   MOVE SPACE TO ADR-MAIL-STATUS
                   GO TO 2250-EXIT
           END-READ
           IF NOT ADR-MAIL-RETURNED
               GO TO 2250-EXIT
           END-IF
           MOVE "BADA" TO ERR-CODE
           MOVE "ADR-MAIL-STATUS" TO ERR-FIELD-NAME
           MOVE SPACES TO ERR-INPUT-DATA
           STRING INV-STUDENT-ID " INV " INV-INVOICE-NUMBER
                  " LVL " WS-DUE-LEVEL
               DELIMITED BY SIZE INTO ERR-INPUT-DATA
           MOVE "Dunning letter held - address returned"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           ADD 1 TO WS-LETTERS-HELD.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-PRINT-LETTER - name off the master, address off     *
      *    the address file                                         *
           CLOSE PAYMENT-PLAN-FILE
           CLOSE DUNNING-HISTORY-FILE
           CLOSE LETTER-FILE
           CLOSE ERROR-LOG-FILE
           DISPLAY "Invoices read   : " WS-INVOICES-READ
           DISPLAY "Letters printed : " WS-LETTERS-PRINTED
           DISPLAY "Letters held    : " WS-LETTERS-HELD.
       9000-EXIT.
           EXIT.

       COPY ERRLOGPA.

       COPY JOBSTAPA.

       COPY PRCDTPA.
