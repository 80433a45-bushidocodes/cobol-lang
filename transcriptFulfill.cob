      *      2026-09-02  DF  Takes the suite run lock on the
      *                      master it updates at start of run and
      *                      releases it at end of job.
      *      2026-10-15  DF  GPA on the official copy is now
      *                      weighted by course credit hours, as on
      *                      TranscriptPrint; a course with no
      *                      credit value on file weighs one credit.
      *      2026-10-15  DF  A W (withdrawn after the last day to
      *                      drop) is shown but carries no points or
      *                      credits into the GPA.
      *      2026-10-15  DF  Transfer credit (grade TR) prints in
      *                      its own TRANSFER CREDIT section after
      *                      the GPA, with the sending institution
      *                      on each line and a credit total; it is
      *                      left out of the GPA.
      *      2026-10-15  DF  A request for a student whose address
      *                      the post office has returned is held
      *                      open, unprinted and uncharged, with a
      *                      BADA exception for the work queue.
      *      2026-10-15  DF  Each copy fee posted also goes to the
      *                      student account ledger (ACCTLDG.DAT)
      *                      for the monthly statement.
      *      2026-10-15  DF  Each official copy issued is entered on
      *                      the disclosure log (DISCLOG.DAT) as a
      *                      transcript mailed to the student.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TranscriptFulfill.
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           COPY LOCKSEL.

           COPY JRNLSEL.
           COPY DSCLSEL.
           COPY ACCTLSEL.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  STUDENT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUADDR.

       FD  GRADE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GRADHIST.
       COPY LOCKFD.

       COPY JRNLFD.
       COPY DSCLFD.
       COPY ACCTLFD.


       WORKING-STORAGE SECTION.
       COPY LOCKWS.

       COPY JRNLWS.
       COPY DSCLWS.
       COPY ACCTLWS.


       01  WS-REQUEST-STATUS        PIC X(02).

       01  WS-MASTER-STATUS         PIC X(02).

       01  WS-ADDRESS-STATUS        PIC X(02).
           88  WS-ADDRESS-NOTFOUND  VALUE "35".

       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-HISTORY-NOTFOUND  VALUE "35".

               88  WS-SEQ-END       VALUE 'Y'.
           05  WS-INV-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-INV-END       VALUE 'Y'.
           05  WS-PASS-SWITCH       PIC X(01).
               88  WS-HOME-PASS     VALUE 'H'.
               88  WS-TRANSFER-PASS VALUE 'T'.
           05  WS-XFER-HEAD-SWITCH  PIC X(01).
               88  WS-XFER-HEAD-DONE VALUE 'Y'.

       01  WS-NEXT-SEQUENCE         PIC 9(07) VALUE ZERO.
       01  WS-NEXT-INVOICE-NUMBER   PIC 9(07) VALUE ZERO.
       01  WS-GRADE-POINTS          PIC 9(01)V99.
       01  WS-TOTAL-POINTS          PIC 9(05)V99.
       01  WS-COURSES-GRADED        PIC 9(05).
       01  WS-COURSE-CREDITS        PIC 9(02)V9.
       01  WS-CREDITS-GRADED        PIC 9(05)V9.
       01  WS-GPA                   PIC 9(01)V99.
       01  WS-TRANSFER-CREDITS      PIC 9(05)V9.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ     PIC 9(05) VALUE ZERO.
           05  WS-COPIES-ISSUED     PIC 9(05) VALUE ZERO.
           05  WS-FEES-POSTED       PIC 9(05) VALUE ZERO.
           05  WS-REQUESTS-HELD     PIC 9(05) VALUE ZERO.

       01  WS-TOTAL-FEES            PIC 9(09)V99 VALUE ZERO.

           05  WOD-COURSE-TITLE     PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WOD-GRADE            PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WOD-SOURCE-INST      PIC X(06).

       01  WS-GPA-LINE.
           05  FILLER               PIC X(11) VALUE "  Courses: ".
           05  WOG-COURSE-COUNT     PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE "  Credits: ".
           05  WOG-CREDITS          PIC ZZZZ9.9.
           05  FILLER               PIC X(07) VALUE "  GPA: ".
           05  WOG-GPA              PIC 9.99.

       01  WS-TRANSFER-HEADING      PIC X(40) VALUE
           "  TRANSFER CREDIT".

       01  WS-TRANSFER-TOTAL-LINE.
           05  FILLER               PIC X(29) VALUE
               "  Transfer credits accepted: ".
           05  WOT-CREDITS          PIC ZZZZ9.9.

       01  WS-SEPARATOR-LINE        PIC X(40) VALUE ALL "-".

       PROCEDURE DIVISION.
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-REQUESTS-READ TO JST-RECORDS-READ
           MOVE WS-COPIES-ISSUED TO JST-RECORDS-WRITTEN
           MOVE WS-REQUESTS-HELD TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "TRNSFULF" TO ERR-PROGRAM-ID
           MOVE "TranscriptFu" TO WS-JRN-PROGRAM-ID
           MOVE "TranscriptFu" TO WS-ACL-PROGRAM-ID
           MOVE "TranscriptFu" TO WS-DSC-PROGRAM-ID
           MOVE "TRNSFULF" TO WS-DSC-OPERATOR-ID
           MOVE "TranscriptFu" TO WS-LOCK-PROGRAM-ID
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT STUDENT-ADDRESS-FILE
           OPEN INPUT COURSE-MASTER-FILE
           OPEN I-O INVOICE-FILE
           IF WS-INVOICE-NOTFOUND
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   GO TO 2000-NEXT
           END-READ
           PERFORM 2050-CHECK-MAIL-STATUS THRU 2050-EXIT
           IF ADR-MAIL-RETURNED
      *        The request stays open and goes out on the first run
      *        after a good address is keyed.
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-NEXT-SEQUENCE
           PERFORM 2200-PRINT-OFFICIAL THRU 2200-EXIT
           PERFORM 2300-POST-FEE THRU 2300-EXIT
           PERFORM 2400-LOG-DISCLOSURE THRU 2400-EXIT
           MOVE WS-NEXT-SEQUENCE   TO TRG-SEQUENCE-NUMBER
           MOVE TRQ-REQUEST-NUMBER TO TRG-REQUEST-NUMBER
           MOVE TRQ-STUDENT-ID     TO TRG-STUDENT-ID
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2050-CHECK-MAIL-STATUS - no copy is printed or charged   *
      *    for a student whose address the post office returned;    *
      *    the request goes to the work queue instead               *
      *-----------------------------------------------------------*
       2050-CHECK-MAIL-STATUS.
           MOVE SPACE TO ADR-MAIL-STATUS
           IF WS-ADDRESS-NOTFOUND
               GO TO 2050-EXIT
           END-IF
           MOVE TRQ-STUDENT-ID TO ADR-STUDENT-ID
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   MOVE SPACE TO ADR-MAIL-STATUS
                   GO TO 2050-EXIT
           END-READ
           IF NOT ADR-MAIL-RETURNED
               GO TO 2050-EXIT
           END-IF
           MOVE "BADA" TO ERR-CODE
           MOVE "ADR-MAIL-STATUS" TO ERR-FIELD-NAME
           MOVE TRANSCRIPT-REQUEST-RECORD TO ERR-INPUT-DATA
           MOVE "Transcript held - address returned"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           ADD 1 TO WS-REQUESTS-HELD.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-PRINT-OFFICIAL - sequence-numbered transcript, one  *
      *    pass over the flat history per request for the courses   *
      *    taken here and a second for transfer credit              *
      *-----------------------------------------------------------*
       2200-PRINT-OFFICIAL.
           MOVE WS-NEXT-SEQUENCE   TO WOH-SEQUENCE
           WRITE OFFICIAL-PRINT-LINE
           MOVE ZERO TO WS-TOTAL-POINTS
           MOVE ZERO TO WS-COURSES-GRADED
           MOVE ZERO TO WS-CREDITS-GRADED
           MOVE ZERO TO WS-TRANSFER-CREDITS
           SET WS-HOME-PASS TO TRUE
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           OPEN INPUT GRADE-HISTORY-FILE
           IF NOT WS-HISTORY-NOTFOUND
                   UNTIL WS-HIST-END
               CLOSE GRADE-HISTORY-FILE
           END-IF
           IF WS-CREDITS-GRADED > ZERO
               COMPUTE WS-GPA ROUNDED =
                   WS-TOTAL-POINTS / WS-CREDITS-GRADED
           ELSE
               MOVE ZERO TO WS-GPA
           END-IF
           MOVE WS-COURSES-GRADED TO WOG-COURSE-COUNT
           MOVE WS-CREDITS-GRADED TO WOG-CREDITS
           MOVE WS-GPA TO WOG-GPA
           MOVE WS-GPA-LINE TO OFFICIAL-PRINT-LINE
           WRITE OFFICIAL-PRINT-LINE
           SET WS-TRANSFER-PASS TO TRUE
           MOVE 'N' TO WS-XFER-HEAD-SWITCH
           MOVE 'N' TO WS-HIST-EOF-SWITCH
           OPEN INPUT GRADE-HISTORY-FILE
           IF NOT WS-HISTORY-NOTFOUND
               PERFORM 2250-PRINT-ONE-GRADE THRU 2250-EXIT
                   UNTIL WS-HIST-END
               CLOSE GRADE-HISTORY-FILE
           END-IF
           IF WS-XFER-HEAD-DONE
               MOVE WS-TRANSFER-CREDITS TO WOT-CREDITS
               MOVE WS-TRANSFER-TOTAL-LINE TO OFFICIAL-PRINT-LINE
               WRITE OFFICIAL-PRINT-LINE
           END-IF
           MOVE WS-SEPARATOR-LINE TO OFFICIAL-PRINT-LINE
           WRITE OFFICIAL-PRINT-LINE.
       2200-EXIT.
           IF GRH-STUDENT-ID NOT = TRQ-STUDENT-ID
               GO TO 2250-EXIT
           END-IF
           IF GRH-TRANSFER-CREDIT AND WS-HOME-PASS
               GO TO 2250-EXIT
           END-IF
           IF NOT GRH-TRANSFER-CREDIT AND WS-TRANSFER-PASS
               GO TO 2250-EXIT
           END-IF
           IF WS-TRANSFER-PASS AND NOT WS-XFER-HEAD-DONE
               MOVE WS-TRANSFER-HEADING TO OFFICIAL-PRINT-LINE
               WRITE OFFICIAL-PRINT-LINE
               MOVE 'Y' TO WS-XFER-HEAD-SWITCH
           END-IF
           MOVE GRH-TERM-CODE   TO WOD-TERM-CODE
           MOVE GRH-COURSE-CODE TO WOD-COURSE-CODE
           MOVE GRH-COURSE-CODE TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "(retired course)" TO CRS-TITLE
                   MOVE ZERO TO CRS-CREDIT-HOURS
           END-READ
           IF CRS-CREDIT-HOURS NUMERIC AND CRS-CREDIT-HOURS > ZERO
               MOVE CRS-CREDIT-HOURS TO WS-COURSE-CREDITS
           ELSE
               MOVE 1 TO WS-COURSE-CREDITS
           END-IF
           MOVE CRS-TITLE TO WOD-COURSE-TITLE
           MOVE GRH-GRADE TO WOD-GRADE
           MOVE GRH-SOURCE-INST TO WOD-SOURCE-INST
           MOVE WS-DETAIL-LINE TO OFFICIAL-PRINT-LINE
           WRITE OFFICIAL-PRINT-LINE
           IF WS-TRANSFER-PASS
               ADD WS-COURSE-CREDITS TO WS-TRANSFER-CREDITS
           ELSE
               PERFORM 2270-ACCUMULATE-POINTS THRU 2270-EXIT
           END-IF.
       2250-EXIT.
           EXIT.

               WHEN 'D' MOVE 1.00 TO WS-GRADE-POINTS
               WHEN OTHER MOVE ZERO TO WS-GRADE-POINTS
           END-EVALUATE
           IF GRH-GRADE(1:1) = 'I' OR 'W'
               GO TO 2270-EXIT
           END-IF
           IF GRH-GRADE(1:1) NOT = 'F'
                   SUBTRACT 0.30 FROM WS-GRADE-POINTS
               END-IF
           END-IF
           COMPUTE WS-TOTAL-POINTS =
               WS-TOTAL-POINTS + (WS-GRADE-POINTS * WS-COURSE-CREDITS)
           ADD WS-COURSE-CREDITS TO WS-CREDITS-GRADED
           ADD 1 TO WS-COURSES-GRADED.
       2270-EXIT.
           EXIT.
               MOVE SPACES TO WS-JRN-AFTER-IMAGE
               MOVE INVOICE-RECORD TO WS-JRN-AFTER-IMAGE
               PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
               MOVE INV-STUDENT-ID     TO WS-ACL-STUDENT-ID
               MOVE INV-COURSE-CODE    TO WS-ACL-COURSE-CODE
               MOVE "CHRG" TO WS-ACL-TXN-TYPE
               MOVE TRQ-COPY-FEE       TO WS-ACL-AMOUNT
               MOVE INV-INVOICE-NUMBER TO WS-ACL-REFERENCE
               PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT
           ELSE
               SUBTRACT 1 FROM WS-NEXT-INVOICE-NUMBER
               MOVE "FEEI" TO ERR-CODE
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-LOG-DISCLOSURE - the official copy goes out in the  *
      *    mail to the student's address of record                  *
      *-----------------------------------------------------------*
       2400-LOG-DISCLOSURE.
           MOVE TRQ-STUDENT-ID      TO WS-DSC-STUDENT-ID
           MOVE "STUDENT BY MAIL"   TO WS-DSC-RECIPIENT
           MOVE "TRAN"              TO WS-DSC-CATEGORY
           MOVE SPACES              TO WS-DSC-REFERENCE
           STRING "SEQ " DELIMITED BY SIZE
                  WS-NEXT-SEQUENCE DELIMITED BY SIZE
               INTO WS-DSC-REFERENCE
           PERFORM 9750-LOG-DISCLOSURE THRU 9750-EXIT.
       2400-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           PERFORM 9780-CLOSE-DISCLOSURE-LOG THRU 9780-EXIT
           PERFORM 9930-CLOSE-ACCOUNT-LEDGER THRU 9930-EXIT
           IF WS-REQUEST-NOTFOUND OR RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           WRITE MONEY-CONTROL-RECORD
           CLOSE REQUEST-QUEUE-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE STUDENT-ADDRESS-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE INVOICE-FILE
           CLOSE REGISTER-FILE
           CLOSE ERROR-LOG-FILE
           DISPLAY "Open requests read : " WS-REQUESTS-READ
           DISPLAY "Copies issued      : " WS-COPIES-ISSUED
           DISPLAY "Held - bad address : " WS-REQUESTS-HELD
           DISPLAY "Fees posted        : " WS-FEES-POSTED
           DISPLAY "Fee total          : " WS-TOTAL-FEES.
       9000-EXIT.
       COPY LOCKPA.

       COPY JRNLPA.

       COPY DSCLPA.

       COPY ACCTLPA.
