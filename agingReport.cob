      *                      off the posted side and returned-cheque
      *                      fees (RCKFEES) add to billed, so a
      *                      bounced cheque reconciles by itself.
      *      2026-10-15  DF  Course cancellations come off both
      *                      sides - the charges CourseCancel
      *                      reverses (CRSCANCL) off billed and the
      *                      payments it refunds (CRSCNRFD) off
      *                      posted.
      *      2026-10-15  DF  Collection agency recoveries (AGYRECOV
      *                      net, AGYCOMM commission) count as
      *                      posted, and bad-debt write-offs
      *                      (WRITEOFF) come off billed.
      *      2026-10-15  DF  Unapplied cash released from suspense
      *                      and posted (SUSPAPPL) counts as money
      *                      posted; cash still in suspense
      *                      (UNAPPLD) is not A/R and is left out.
      *      2026-10-15  DF  Reads the BALFWD / BALFWDCR
      *                      balance-forward controls the fiscal
      *                      year-end close leaves in place of the
      *                      closed year's controls.
      *      2026-10-15  DF  Writes ARAGING.CSV beside the print -
      *                      one comma-delimited row per student
      *                      line, raw amounts, under a header row -
      *                      for the finance spreadsheets.
      *      2026-10-15  DF  Sponsor billing, payment and share
      *                      reversal controls (SPNSBILL, SPNSPAY,
      *                      SPNSRVRS) move the sponsor receivable,
      *                      not student A/R, and are passed over by
      *                      name.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AgingReport.
           SELECT AGING-REPORT-FILE ASSIGN TO "ARAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY CSVSEL.

           SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
       01  AGING-PRINT-LINE            PIC X(100).

       COPY CSVFD.

       FD  PAYMENT-PLAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PAYPLAN.
       WORKING-STORAGE SECTION.
       COPY JOBSTAT.
       COPY PRCDTWS.
       COPY CSVWS.
       01  WS-INVOICE-STATUS        PIC X(02).

       01  WS-CONTROL-STATUS        PIC X(02).
           MOVE CURRENT-DATE-WS TO WAH-DATE
           MOVE WS-REPORT-HEADING TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           MOVE "ARAGING.CSV" TO WS-CSV-FILE-NAME
           MOVE "AsOfDate,StudentId,Current,Days30,Days60,Days90Plus"
               TO WS-CSV-HEADER
           PERFORM 9950-OPEN-EXTRACT THRU 9950-EXIT
           DISPLAY "AgingReport - aging the receivables"
           PERFORM 2100-READ-INVOICE THRU 2100-EXIT
           IF NOT WS-CTL-END-OF-FILE
               MOVE WS-STU-90-DAYS TO WAS-90-DAYS
               MOVE WS-STUDENT-LINE TO AGING-PRINT-LINE
               WRITE AGING-PRINT-LINE
               PERFORM 2350-EXTRACT-STUDENT THRU 2350-EXIT
           END-IF
           MOVE ZERO TO WS-STU-CURRENT
           MOVE ZERO TO WS-STU-30-DAYS
       2300-EXIT.
           EXIT.

       2350-EXTRACT-STUDENT.
           PERFORM 9955-START-CSV-LINE THRU 9955-EXIT
           MOVE WS-CURRENT-DATE-NUM TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           MOVE WS-PRIOR-STUDENT-ID TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           MOVE WS-STU-CURRENT TO WS-CSV-AMOUNT
           PERFORM 9962-ADD-CSV-AMOUNT THRU 9962-EXIT
           MOVE WS-STU-30-DAYS TO WS-CSV-AMOUNT
           PERFORM 9962-ADD-CSV-AMOUNT THRU 9962-EXIT
           MOVE WS-STU-60-DAYS TO WS-CSV-AMOUNT
           PERFORM 9962-ADD-CSV-AMOUNT THRU 9962-EXIT
           MOVE WS-STU-90-DAYS TO WS-CSV-AMOUNT
           PERFORM 9962-ADD-CSV-AMOUNT THRU 9962-EXIT
           PERFORM 9966-WRITE-CSV-LINE THRU 9966-EXIT.
       2350-EXIT.
           EXIT.

       3000-READ-CONTROL-TOTALS.
           EVALUATE CTM-PROGRAM-ID
               WHEN "TUITBILL"
                   SUBTRACT CTM-AMOUNT-TOTAL FROM WS-CONTROL-POSTED
               WHEN "PAYMPOST"
                   ADD CTM-AMOUNT-TOTAL TO WS-CONTROL-POSTED
               WHEN "CRSCANCL"
                   SUBTRACT CTM-AMOUNT-TOTAL FROM WS-CONTROL-BILLED
               WHEN "CRSCNRFD"
                   SUBTRACT CTM-AMOUNT-TOTAL FROM WS-CONTROL-POSTED
               WHEN "AGYRECOV"
                   ADD CTM-AMOUNT-TOTAL TO WS-CONTROL-POSTED
               WHEN "AGYCOMM "
                   ADD CTM-AMOUNT-TOTAL TO WS-CONTROL-POSTED
               WHEN "WRITEOFF"
                   SUBTRACT CTM-AMOUNT-TOTAL FROM WS-CONTROL-BILLED
               WHEN "SUSPAPPL"
                   ADD CTM-AMOUNT-TOTAL TO WS-CONTROL-POSTED
               WHEN "BALFWD  "
                   ADD CTM-AMOUNT-TOTAL TO WS-CONTROL-BILLED
               WHEN "BALFWDCR"
                   ADD CTM-AMOUNT-TOTAL TO WS-CONTROL-POSTED
               WHEN "SPNSBILL"
               WHEN "SPNSPAY "
               WHEN "SPNSRVRS"
                   CONTINUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE PAYMENT-PLAN-FILE
           CLOSE MONEY-CONTROL-FILE
           CLOSE AGING-REPORT-FILE
           PERFORM 9980-CLOSE-EXTRACT THRU 9980-EXIT
           COMPUTE WS-CONTROL-NET =
               WS-CONTROL-BILLED - WS-CONTROL-POSTED
           DISPLAY "Outstanding on invoice file : "
       COPY PRCDTPA.

       COPY JOBSTAPA.

       COPY CSVPA.
