      *                      the way the aging report does - a
      *                      student current on an agreed plan is
      *                      never held.
      *      2026-10-15  DF  A written-off invoice whose write-off
      *                      is not yet recovered (COLLACCT.DAT)
      *                      keeps the student held on the
      *                      unrecovered amount, however recent.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HoldBuild.
               RECORD KEY IS FNH-STUDENT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT COLLECTION-ACCOUNT-FILE ASSIGN TO "COLLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-KEY
               FILE STATUS IS WS-COLLECT-STATUS.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           LABEL RECORDS ARE STANDARD.
       COPY FINHOLD.

       FD  COLLECTION-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COLLACCT.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       01  WS-PLAN-STATUS           PIC X(02).
           88  WS-PLAN-NOTFOUND     VALUE "35".

       01  WS-COLLECT-STATUS        PIC X(02).
           88  WS-COLLECT-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           IF WS-PLAN-NOTFOUND
               DISPLAY "HoldBuild - no payment plans on file"
           END-IF
           OPEN INPUT COLLECTION-ACCOUNT-FILE
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-NOTFOUND
               DISPLAY "HoldBuild - no invoice file, hold file "
               PERFORM 2300-STUDENT-BREAK THRU 2300-EXIT
           END-IF
           ADD 1 TO WS-INVOICES-READ
           IF INV-STATUS-WRITTEN-OFF AND NOT WS-COLLECT-NOTFOUND
               PERFORM 2500-ADD-WRITE-OFF THRU 2500-EXIT
           END-IF
           IF INV-AMOUNT-PAID < INV-AMOUNT-BILLED
               IF NOT WS-PLAN-NOTFOUND
                   PERFORM 2400-AGE-PLAN-INSTALLMENTS THRU 2400-EXIT
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-ADD-WRITE-OFF - bad debt not yet recovered holds    *
      *    the student whatever its age                             *
      *-----------------------------------------------------------*
       2500-ADD-WRITE-OFF.
           MOVE INV-STUDENT-ID  TO CLA-STUDENT-ID
           MOVE INV-COURSE-CODE TO CLA-COURSE-CODE
           READ COLLECTION-ACCOUNT-FILE
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ
           IF CLA-STATUS-WRITTEN-OFF
                   AND CLA-WO-RECOVERED < CLA-WRITTEN-OFF-AMOUNT
               COMPUTE WS-STUDENT-OVERDUE =
                   WS-STUDENT-OVERDUE
                       + CLA-WRITTEN-OFF-AMOUNT - CLA-WO-RECOVERED
           END-IF.
       2500-EXIT.
           EXIT.

       2300-STUDENT-BREAK.
           IF NOT WS-IS-FIRST-STUDENT
                   AND WS-STUDENT-OVERDUE > ZERO
           IF NOT WS-PLAN-NOTFOUND
               CLOSE PAYMENT-PLAN-FILE
           END-IF
           IF NOT WS-COLLECT-NOTFOUND
               CLOSE COLLECTION-ACCOUNT-FILE
           END-IF
           IF NOT WS-INVOICE-NOTFOUND
               CLOSE INVOICE-FILE
           END-IF
