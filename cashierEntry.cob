      *                  is entered on the RCPTREG.DAT register; the
      *                  session's posted total rolls as receipts
      *                  are cut.  Mode R reprints any receipt off
      *                  the register by number.  No payment is taken
      *                  while the processing date falls in a closed
      *                  fiscal year (FISCLOSE.DAT); receipts the
      *                  year-end close moved to history are looked
      *                  up there with ArchiveInquiry.
      *    MODIFICATION HISTORY:
      *      2026-09-02  DF  Original version.
      *      2026-10-15  DF  Payments refused while the processing
      *                      date falls in a closed fiscal year;
      *                      receipt numbering carries on past
      *                      receipts the year-end close moved off
      *                      the register.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CashierEntry.
           COPY ERRLGSEL.

           COPY PRCDTSEL.
           COPY FSCLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY ERRLGFD.
       COPY ERRREC.
       COPY FSCLFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY SYSCLOCK.

       COPY OPERVWS.
       COPY FSCLWS.

       01  WS-REGISTER-STATUS       PIC X(02).
           88  WS-REGISTER-NOTFOUND VALUE "35".
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-PROCESSING-DATE TO WS-FSC-AS-OF-DATE
           MOVE WS-PROCESSING-DATE TO WS-FSC-CHECK-DATE
           PERFORM 9440-CHECK-CLOSED-PERIOD THRU 9440-EXIT
           IF WS-FSC-DATE-CLOSED
               DISPLAY "CashierEntry - " WS-PROCESSING-DATE
                   " is in a closed fiscal year, reprints only"
           END-IF
           OPEN EXTEND PAYMENT-TXN-FILE
           PERFORM 1100-FIND-HIGH-RECEIPT THRU 1100-EXIT
           OPEN EXTEND RECEIPT-REGISTER-FILE

      *-----------------------------------------------------------*
      *    1100-FIND-HIGH-RECEIPT - numbering carries on from the   *
      *    highest receipt on the register, or moved off it by the  *
      *    year-end close                                           *
      *-----------------------------------------------------------*
       1100-FIND-HIGH-RECEIPT.
           MOVE WS-FSC-HIGH-RECEIPT-NO TO WS-NEXT-RECEIPT-NO
           OPEN INPUT RECEIPT-REGISTER-FILE
           IF WS-REGISTER-NOTFOUND
               GO TO 1100-EXIT
      *    line, register entry, session total                      *
      *-----------------------------------------------------------*
       3000-TAKE-PAYMENT.
           IF WS-FSC-DATE-CLOSED
               MOVE "FYCL" TO ERR-CODE
               MOVE "PROCESS-DATE" TO ERR-FIELD-NAME
               MOVE WS-PROCESSING-DATE TO ERR-INPUT-DATA
               MOVE "Posting dated into a closed fiscal year"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "Fiscal year closed - no payment taken"
               GO TO 3000-EXIT
           END-IF
           DISPLAY "StudentId : " WITH NO ADVANCING
           ACCEPT WS-EF-STUDENT-ID
           DISPLAY "CourseCode: " WITH NO ADVANCING
                   RCP-COURSE-CODE " amount " RCP-AMOUNT
           ELSE
               DISPLAY "Receipt " WS-REPRINT-NO " not on register"
                   " - see the fiscal history (FISCHIST.ARCH.*)"
           END-IF.
       4000-EXIT.
           EXIT.
       COPY OPERVRPA.

       COPY ERRLOGPA.

       COPY FSCLPA.
