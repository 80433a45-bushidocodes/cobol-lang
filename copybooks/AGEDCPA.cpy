      ******************************************************************
      *    COPYBOOK:    AGEDCPA
      *    PURPOSE:     Shared age-decision paragraphs - the rule
      *                 loads, age determination, the rule in force,
      *                 the flagged-ID / bad-data / expired-ID / age
      *                 tests, the hours-of-sale window, the manager
      *                 override and the clerk certification check.
      *                 The batch verification run and the register-
      *                 callable AgeDecide both copy them, so a sale
      *                 is judged the same way at the register as it
      *                 is overnight.  Caller must COPY AGEDCWS into
      *                 WORKING-STORAGE and declare AGE-RULE-FILE,
      *                 HOURS-RULE-FILE and CLERK-CERT-FILE (copying
      *                 AGERULE, HOURRULE and CLERKCRT) with the
      *                 status fields above; the rule files are
      *                 opened INPUT before 1200 and 1300 load them,
      *                 and the transaction is AGE-CHECK-TRANSACTION
      *                 (AGECKTRN) with WS-DECISION-DATE set.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
      *-----------------------------------------------------------*
      *    1200-LOAD-RULE-TABLE - every rule, current and staged    *
      *-----------------------------------------------------------*
       1200-LOAD-RULE-TABLE.
           IF WS-RULE-NOTFOUND
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LOAD-ONE-RULE THRU 1210-EXIT
               UNTIL WS-RULE-END OR WS-RT-COUNT >= 100.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-RULE.
           READ AGE-RULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RULE-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ
           ADD 1 TO WS-RT-COUNT
           MOVE AGR-PRODUCT-TYPE   TO WS-RT-PRODUCT (WS-RT-COUNT)
           MOVE AGR-EFFECTIVE-FROM TO WS-RT-FROM-DATE (WS-RT-COUNT)
           MOVE AGR-EFFECTIVE-TO   TO WS-RT-TO-DATE (WS-RT-COUNT)
           MOVE AGR-REQUIRED-AGE
               TO WS-RT-REQUIRED-AGE (WS-RT-COUNT).
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-LOAD-HOURS-TABLE - every hours rule, current and     *
      *    staged; no file means no hours restriction                *
      *-----------------------------------------------------------*
       1300-LOAD-HOURS-TABLE.
           IF WS-HOURS-NOTFOUND
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-LOAD-ONE-HOURS THRU 1310-EXIT
               UNTIL WS-HOURS-END OR WS-HT-COUNT >= 100.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-HOURS.
           READ HOURS-RULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOURS-EOF-SWITCH
                   GO TO 1310-EXIT
           END-READ
           ADD 1 TO WS-HT-COUNT
           MOVE HRS-PRODUCT-TYPE   TO WS-HT-PRODUCT (WS-HT-COUNT)
           MOVE HRS-EFFECTIVE-FROM TO WS-HT-FROM-DATE (WS-HT-COUNT)
           MOVE HRS-EFFECTIVE-TO   TO WS-HT-TO-DATE (WS-HT-COUNT)
           MOVE HRS-OPEN-TIME      TO WS-HT-OPEN-TIME (WS-HT-COUNT)
           MOVE HRS-CLOSE-TIME
               TO WS-HT-CLOSE-TIME (WS-HT-COUNT).
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-DETERMINE-AGE - manual entry or derived from DOB    *
      *-----------------------------------------------------------*
       2200-DETERMINE-AGE.
           MOVE 'Y' TO WS-INPUT-VALID-SWITCH
           MOVE ZERO TO CustomerAge
           IF AVC-SCANNED-ID THEN
               IF AVC-DOB-YEAR NOT NUMERIC
                       OR AVC-DOB-MONTH NOT NUMERIC
                       OR AVC-DOB-DAY NOT NUMERIC
                       OR AVC-DOB-MONTH < 1 OR AVC-DOB-MONTH > 12
                       OR AVC-DOB-DAY < 1 OR AVC-DOB-DAY > 31
                       OR AVC-DOB-YEAR < 1900
                       OR AVC-DOB-YEAR > WS-DEC-YEAR
                   MOVE 'N' TO WS-INPUT-VALID-SWITCH
               ELSE
                   COMPUTE CustomerAge =
                       WS-DEC-YEAR - AVC-DOB-YEAR
                   IF WS-DEC-MONTH < AVC-DOB-MONTH
                       SUBTRACT 1 FROM CustomerAge
                   ELSE
                       IF WS-DEC-MONTH = AVC-DOB-MONTH
                               AND WS-DEC-DAY < AVC-DOB-DAY
                           SUBTRACT 1 FROM CustomerAge
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF AVC-CUSTOMER-AGE NOT NUMERIC
                       OR AVC-CUSTOMER-AGE = ZERO
                   MOVE 'N' TO WS-INPUT-VALID-SWITCH
               ELSE
                   MOVE AVC-CUSTOMER-AGE TO CustomerAge
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-LOOKUP-REQUIRED-AGE - the rule in force on the      *
      *    decision date: latest effective-from at or before it,    *
      *    effective-to open (zero) or not yet passed               *
      *-----------------------------------------------------------*
       2300-LOOKUP-REQUIRED-AGE.
           MOVE 21 TO RequiredAge
           MOVE ZERO TO WS-BEST-FROM-DATE
           MOVE ZERO TO WS-RT-SUB
           PERFORM 2310-JUDGE-ONE-RULE THRU 2310-EXIT
               UNTIL WS-RT-SUB >= WS-RT-COUNT.
       2300-EXIT.
           EXIT.

       2310-JUDGE-ONE-RULE.
           ADD 1 TO WS-RT-SUB
           IF WS-RT-PRODUCT (WS-RT-SUB) = AVC-PRODUCT-TYPE
                   AND WS-RT-FROM-DATE (WS-RT-SUB)
                       <= WS-DECISION-DATE
                   AND (WS-RT-TO-DATE (WS-RT-SUB) = ZERO
                       OR WS-RT-TO-DATE (WS-RT-SUB)
                           >= WS-DECISION-DATE)
                   AND WS-RT-FROM-DATE (WS-RT-SUB)
                       >= WS-BEST-FROM-DATE
               MOVE WS-RT-REQUIRED-AGE (WS-RT-SUB) TO RequiredAge
               MOVE WS-RT-FROM-DATE (WS-RT-SUB)
                   TO WS-BEST-FROM-DATE
           END-IF.
       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-EVALUATE-DECISION - age, then ID freshness           *
      *-----------------------------------------------------------*
       2400-EVALUATE-DECISION.
           MOVE SPACES TO WS-REFUSAL-REASON
           IF AVC-ID-FLAGGED THEN
               SET WS-DECISION-REFUSED TO TRUE
               MOVE "FLAGGEDID " TO WS-REFUSAL-REASON
               ADD 1 TO WS-REASON-FLAGGED-ID
               GO TO 2400-EXIT
           END-IF
           IF NOT WS-INPUT-IS-VALID THEN
               SET WS-DECISION-REFUSED TO TRUE
               MOVE "BADDATA   " TO WS-REFUSAL-REASON
           ELSE
               IF AVC-SCANNED-ID AND AVC-ID-EXPIRED THEN
                   SET WS-DECISION-REFUSED TO TRUE
                   MOVE "EXPIREDID " TO WS-REFUSAL-REASON
                   ADD 1 TO WS-REASON-EXPIRED-ID
               ELSE
                   IF CustomerAge >= RequiredAge THEN
                       SET WS-DECISION-ALLOWED TO TRUE
                   ELSE
                       SET WS-DECISION-REFUSED TO TRUE
                       MOVE "UNDERAGE  " TO WS-REFUSAL-REASON
                       ADD 1 TO WS-REASON-UNDERAGE
                   END-IF
               END-IF
           END-IF
           IF WS-DECISION-ALLOWED
               PERFORM 2450-CHECK-SALE-HOURS THRU 2450-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2450-CHECK-SALE-HOURS - the window in force on the        *
      *    decision date; a window crossing midnight has close        *
      *    less than open.  No register time, no judgment.           *
      *-----------------------------------------------------------*
       2450-CHECK-SALE-HOURS.
           IF WS-HT-COUNT = ZERO
                   OR AVC-TXN-TIME NOT NUMERIC
               GO TO 2450-EXIT
           END-IF
           MOVE 'N' TO WS-HOURS-RULE-SWITCH
           MOVE ZERO TO WS-HOURS-BEST-FROM
           MOVE ZERO TO WS-HT-SUB
           PERFORM 2460-JUDGE-ONE-HOURS-RULE THRU 2460-EXIT
               UNTIL WS-HT-SUB >= WS-HT-COUNT
           IF NOT WS-HOURS-RULE-FOUND
               GO TO 2450-EXIT
           END-IF
           IF WS-SALE-OPEN-TIME <= WS-SALE-CLOSE-TIME
               IF AVC-TXN-TIME < WS-SALE-OPEN-TIME
                       OR AVC-TXN-TIME >= WS-SALE-CLOSE-TIME
                   PERFORM 2470-REFUSE-AFTER-HOURS THRU 2470-EXIT
               END-IF
           ELSE
               IF AVC-TXN-TIME < WS-SALE-OPEN-TIME
                       AND AVC-TXN-TIME >= WS-SALE-CLOSE-TIME
                   PERFORM 2470-REFUSE-AFTER-HOURS THRU 2470-EXIT
               END-IF
           END-IF.
       2450-EXIT.
           EXIT.

       2460-JUDGE-ONE-HOURS-RULE.
           ADD 1 TO WS-HT-SUB
           IF WS-HT-PRODUCT (WS-HT-SUB) = AVC-PRODUCT-TYPE
                   AND WS-HT-FROM-DATE (WS-HT-SUB)
                       <= WS-DECISION-DATE
                   AND (WS-HT-TO-DATE (WS-HT-SUB) = ZERO
                       OR WS-HT-TO-DATE (WS-HT-SUB)
                           >= WS-DECISION-DATE)
                   AND WS-HT-FROM-DATE (WS-HT-SUB)
                       >= WS-HOURS-BEST-FROM
               MOVE WS-HT-FROM-DATE (WS-HT-SUB)
                   TO WS-HOURS-BEST-FROM
               MOVE WS-HT-OPEN-TIME (WS-HT-SUB)
                   TO WS-SALE-OPEN-TIME
               MOVE WS-HT-CLOSE-TIME (WS-HT-SUB)
                   TO WS-SALE-CLOSE-TIME
               MOVE 'Y' TO WS-HOURS-RULE-SWITCH
           END-IF.
       2460-EXIT.
           EXIT.

       2470-REFUSE-AFTER-HOURS.
           SET WS-DECISION-REFUSED TO TRUE
           MOVE "AFTERHRS  " TO WS-REFUSAL-REASON
           ADD 1 TO WS-REASON-AFTER-HOURS.
       2470-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-APPLY-OVERRIDE - a manager can clear a refusal      *
      *    for a borderline age; the override and the reason it     *
      *    cleared both stay on the compliance log.                 *
      *-----------------------------------------------------------*
       2500-APPLY-OVERRIDE.
           IF WS-DECISION-REFUSED
                   AND AVC-OVERRIDE-ASKED
                   AND AVC-SUPERVISOR-ID NOT = SPACES
                   AND WS-REFUSAL-REASON NOT = "FLAGGEDID "
                   AND WS-REFUSAL-REASON NOT = "AFTERHRS  " THEN
               SET WS-DECISION-ALLOWED TO TRUE
               ADD 1 TO WS-OVERRIDE-COUNT
      *        The law still applies to an overridden sale - the
      *        hours window is judged again after the override.
               PERFORM 2450-CHECK-SALE-HOURS THRU 2450-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2650-CHECK-CLERK-CERT - U when the ringing clerk holds    *
      *    no certificate, L when it had lapsed on the decision      *
      *    date                                                      *
      *-----------------------------------------------------------*
       2650-CHECK-CLERK-CERT.
           MOVE SPACE TO WS-CLERK-CERT-FLAG
           IF WS-CERT-NOTFOUND OR AVC-CLERK-ID = SPACES
               GO TO 2650-EXIT
           END-IF
           MOVE AVC-CLERK-ID TO CCT-CLERK-ID
           READ CLERK-CERT-FILE
               INVALID KEY
                   MOVE 'U' TO WS-CLERK-CERT-FLAG
                   ADD 1 TO WS-UNCERT-CHECK-COUNT
                   GO TO 2650-EXIT
           END-READ
           IF CCT-EXPIRY-DATE < WS-DECISION-DATE
               MOVE 'L' TO WS-CLERK-CERT-FLAG
               ADD 1 TO WS-UNCERT-CHECK-COUNT
           END-IF.
       2650-EXIT.
           EXIT.
