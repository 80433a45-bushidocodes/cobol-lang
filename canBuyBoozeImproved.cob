      *                      transaction carrying no register time
      *                      cannot be judged and passes the hours
      *                      test.
      *      2026-10-15  DF  The consolidated run list now comes off
      *                      the store master (STORMAST.DAT) - every
      *                      store flagged on the run has its
      *                      transaction file processed, in store-
      *                      number order.  STORELST.DAT is retired.
      *      2026-10-15  DF  The decision paragraphs moved to the
      *                      shared AGEDCWS/AGEDCPA copybooks, also
      *                      copied by the register- callable
      *                      AgeDecide.  A transaction carrying the
      *                      register's own decision is checked
      *                      against the rules; every disagreement
      *                      is listed and sets RC 4.
      *      2026-10-15  DF  The compliance log carries the license
      *                      only as its masked form and one-way
      *                      hash; a transaction still holding the
      *                      full number is protected here before it
      *                      is logged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CanBuyBoozeImp.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT STORE-MASTER-FILE ASSIGN TO "STORMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STM-STORE-NUMBER
               FILE STATUS IS WS-STORE-STATUS.

           SELECT AGE-RULE-FILE ASSIGN TO "AGERULE.DAT"
               ORGANIZATION IS INDEXED
           LABEL RECORDS ARE STANDARD.
       COPY AGECKTRN.

       FD  STORE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STORMAST.

       FD  AGE-RULE-FILE
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY AGEDCWS.
       COPY LICPRWS.
       01  WS-RUN-DATE-NUM             PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-INTEGER         PIC S9(09) COMP.
       01  WS-TXN-DATE-INTEGER         PIC S9(09) COMP.
       01  WS-CHECK-STATUS             PIC X(02).
           88  WS-CHECK-NOTFOUND       VALUE "35".

       01  WS-STORE-STATUS             PIC X(02).
           88  WS-STORE-NOTFOUND       VALUE "35".

       01  WS-CHECK-FILE-NAME          PIC X(12).

               88  WS-END-OF-FILE      VALUE 'Y'.
           05  WS-LIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-LIST-END         VALUE 'Y'.

       01  CURRENT-DATE-WS.
           02  CURRENT-YEAR            PIC 9(04).
           02  CURRENT-SECOND          PIC 99.
           02  CURRENT-HUNDREDTH       PIC 99.

       01  WS-AGE-BAND                 PIC X(08).
           88  Child                   VALUE 'CHILD   '.
           88  Teenager                VALUE 'TEENAGER'.
           88  Adult                   VALUE 'ADULT   '.
           88  OtherAge                VALUE 'OTHER   '.

       01  WS-DAILY-COUNTS.
           05  WS-CHILD-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-TEENAGER-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-OTHER-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-ALLOWED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-CHECKED        PIC 9(05) VALUE ZERO.

      *    Register decisions (AgeDecide at the till) re-judged here.
       01  WS-REGISTER-COUNTS.
           05  WS-REGISTER-CHECKED     PIC 9(05) VALUE ZERO.
           05  WS-REGISTER-MISMATCH    PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

           OPEN OUTPUT SUMMARY-REPORT-FILE
           DISPLAY "CanBuyBooze - batch age verification starting"
           IF WS-CONSOLIDATED-MODE
               OPEN INPUT STORE-MASTER-FILE
               IF WS-STORE-NOTFOUND
                   DISPLAY "CanBuyBooze - STORMAST.DAT not found"
                   MOVE 'Y' TO WS-LIST-EOF-SWITCH
                   MOVE 16 TO RETURN-CODE
               ELSE

      *-----------------------------------------------------------*
      *    1500/1600/1700 - consolidation plumbing: one pass of     *
      *    1600 per store flagged on the run on STORMAST.DAT        *
      *-----------------------------------------------------------*
       1500-PROCESS-ONE-STORE.
           IF STM-IN-RUN AND STM-CHECK-FILE-NAME NOT = SPACES
               MOVE STM-CHECK-FILE-NAME TO WS-CHECK-FILE-NAME
               MOVE STM-STORE-NUMBER    TO WS-CURRENT-STORE
               PERFORM 1600-PROCESS-CHECK-FILE THRU 1600-EXIT
           END-IF
           PERFORM 1700-READ-STORE-LIST THRU 1700-EXIT.
       1500-EXIT.
           EXIT.
           EXIT.

       1700-READ-STORE-LIST.
           READ STORE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-EOF-SWITCH
           END-READ.
       1700-EXIT.
           PERFORM 2500-APPLY-OVERRIDE THRU 2500-EXIT
           PERFORM 2600-CLASSIFY-AGE-BAND THRU 2600-EXIT
           PERFORM 2650-CHECK-CLERK-CERT THRU 2650-EXIT
           PERFORM 2660-VERIFY-REGISTER THRU 2660-EXIT
           PERFORM 2700-WRITE-LOG THRU 2700-EXIT
           ADD 1 TO WS-TOTAL-CHECKED
           PERFORM 2800-TALLY-STORE THRU 2800-EXIT
       2100-EXIT.
           EXIT.

       2600-CLASSIFY-AGE-BAND.
           IF NOT WS-INPUT-IS-VALID
               SET OtherAge TO TRUE
           EXIT.

      *-----------------------------------------------------------*
      *    2660-VERIFY-REGISTER - the decision the register gave    *
      *    at the till must be the one the rules give tonight       *
      *-----------------------------------------------------------*
       2660-VERIFY-REGISTER.
           IF NOT AVC-REGISTER-DECIDED
               GO TO 2660-EXIT
           END-IF
           ADD 1 TO WS-REGISTER-CHECKED
           IF AVC-REGISTER-DECISION = WS-DECISION-SWITCH
                   AND AVC-REGISTER-REASON = WS-REFUSAL-REASON
               GO TO 2660-EXIT
           END-IF
           ADD 1 TO WS-REGISTER-MISMATCH
           DISPLAY "REGISTER MISMATCH store " AVC-STORE-NUMBER
               " clerk " AVC-CLERK-ID " at " AVC-TXN-DATE "/"
               AVC-TXN-TIME
           DISPLAY "    register " AVC-REGISTER-DECISION " "
               AVC-REGISTER-REASON "  rules " WS-DECISION-SWITCH
               " " WS-REFUSAL-REASON.
       2660-EXIT.
           EXIT.

       2700-WRITE-LOG.
           MOVE AVC-CLERK-ID TO AVL-CLERK-ID
           MOVE AVC-INPUT-METHOD TO AVL-INPUT-METHOD
           MOVE WS-CLERK-CERT-FLAG TO AVL-CLERK-CERT-FLAG
           IF AVC-LICENSE-NO NOT = SPACES
               MOVE AVC-LICENSE-NO TO WS-LPR-CLEAR
               PERFORM 9480-PROTECT-LICENSE THRU 9480-EXIT
               MOVE WS-LPR-MASKED TO AVL-LICENSE-MASKED
               MOVE WS-LPR-HASH   TO AVL-LICENSE-HASH
           ELSE
               MOVE AVC-LICENSE-MASKED TO AVL-LICENSE-MASKED
               IF AVC-LICENSE-HASH NUMERIC
                   MOVE AVC-LICENSE-HASH TO AVL-LICENSE-HASH
               ELSE
                   MOVE ZERO TO AVL-LICENSE-HASH
               END-IF
           END-IF
           WRITE AGE-VERIFY-LOG-RECORD.
       2700-EXIT.
           EXIT.
       9000-TERMINATE.
           PERFORM 9100-PRINT-SUMMARY THRU 9100-EXIT
           IF WS-CONSOLIDATED-MODE
                   AND NOT WS-STORE-NOTFOUND
               CLOSE STORE-MASTER-FILE
           END-IF
           CLOSE AGE-RULE-FILE
           CLOSE HOURS-RULE-FILE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-REGISTER-MISMATCH > ZERO
               DISPLAY "REGISTER MISMATCH - " WS-REGISTER-MISMATCH
                   " register decision(s) disagree with the rules"
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-REASON-OTHER > ZERO
               DISPLAY "Bad transaction data on " WS-REASON-OTHER
                   " record(s) - see refusal reason BADDATA"
           WRITE SUMMARY-REPORT-LINE
           MOVE SPACES TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           STRING "Register decisions checked : " WS-REGISTER-CHECKED
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           STRING "  Disagreeing with rules   : "
               WS-REGISTER-MISMATCH
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE SPACES TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE "Per-store sections:" TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE ZERO TO WS-ST-SUB
       9200-EXIT.
           EXIT.

       COPY AGEDCPA.

       COPY LICPRPA.

       COPY JOBSTAPA.

       COPY PRCDTPA.
