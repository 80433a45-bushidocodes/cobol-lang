      ******************************************************************
      *    PROGRAM-ID: AgeDecide
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Front Store - Point of Sale Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Register-callable age decision.  The register
      *                  interface CALLs AgeDecide once per sale with
      *                  its AGE-CHECK-TRANSACTION and the
      *                  AGE-DECISION-RESULT area (AGEDCRES), and
      *                  gets back allow or refuse and the reason.
      *                  The decision is made by the same shared
      *                  paragraphs (AGEDCPA) the batch verification
      *                  run uses, against the same AGERULE, HOURRULE
      *                  and CLERKCRT files, and the license is looked
      *                  up on FLAGID.DAT the way ScanPreprocess looks
      *                  it up - so the register can no longer
      *                  disagree with the rules the store is audited
      *                  on.  The rule files are opened and tabled on
      *                  the first call and held until the register
      *                  sends the end-of-day request.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      *      2026-10-15  DF  The license the register passes is
      *                      replaced by its masked form and one-way
      *                      hash before return; the flagged-ID file
      *                      is read on the hash.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AgeDecide.
       AUTHOR.        D. Falk.
       INSTALLATION.  Front Store - Point of Sale Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-RULE-FILE ASSIGN TO "AGERULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AGR-RULE-KEY
               FILE STATUS IS WS-RULE-STATUS.

           SELECT HOURS-RULE-FILE ASSIGN TO "HOURRULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HRS-RULE-KEY
               FILE STATUS IS WS-HOURS-STATUS.

           SELECT CLERK-CERT-FILE ASSIGN TO "CLERKCRT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCT-CLERK-ID
               FILE STATUS IS WS-CERT-STATUS.

           SELECT FLAGGED-ID-FILE ASSIGN TO "FLAGID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLG-LICENSE-HASH
               FILE STATUS IS WS-FLAGGED-STATUS.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  AGE-RULE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AGERULE.

       FD  HOURS-RULE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HOURRULE.

       FD  CLERK-CERT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLERKCRT.

       FD  FLAGGED-ID-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FLAGID.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY AGEDCWS.
       COPY LICPRWS.

       01  WS-FLAGGED-STATUS        PIC X(02).
           88  WS-FLAGGED-NOTFOUND  VALUE "35".

       01  WS-FILES-OPEN-SWITCH     PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN        VALUE 'Y'.

       LINKAGE SECTION.
       COPY AGECKTRN.
       COPY AGEDCRES.

       PROCEDURE DIVISION USING AGE-CHECK-TRANSACTION
                                AGE-DECISION-RESULT.

       0000-MAINLINE.
           MOVE ZERO TO ADR-RETURN-CODE
           EVALUATE TRUE
               WHEN ADR-DECIDE
                   IF NOT WS-FILES-OPEN
                       PERFORM 1000-OPEN-RULES THRU 1000-EXIT
                   END-IF
                   PERFORM 2000-DECIDE-SALE THRU 2000-EXIT
               WHEN ADR-END-OF-DAY
                   PERFORM 9000-CLOSE-RULES THRU 9000-EXIT
               WHEN OTHER
                   MOVE 16 TO ADR-RETURN-CODE
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------*
      *    1000-OPEN-RULES - first call of the day: rule tables     *
      *    loaded, certification and flagged-ID files held open     *
      *-----------------------------------------------------------*
       1000-OPEN-RULES.
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE ZERO TO WS-RT-COUNT
           MOVE ZERO TO WS-HT-COUNT
           MOVE 'N' TO WS-RULE-EOF-SWITCH
           MOVE 'N' TO WS-HOURS-EOF-SWITCH
           OPEN INPUT AGE-RULE-FILE
           PERFORM 1200-LOAD-RULE-TABLE THRU 1200-EXIT
           OPEN INPUT HOURS-RULE-FILE
           PERFORM 1300-LOAD-HOURS-TABLE THRU 1300-EXIT
           OPEN INPUT CLERK-CERT-FILE
           OPEN INPUT FLAGGED-ID-FILE
           MOVE 'Y' TO WS-FILES-OPEN-SWITCH.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-DECIDE-SALE - the batch run's own sequence: date,   *
      *    age, rule, decision, override, clerk certificate         *
      *-----------------------------------------------------------*
       2000-DECIDE-SALE.
           IF AVC-TXN-DATE NUMERIC AND AVC-TXN-DATE > ZERO
               MOVE AVC-TXN-DATE TO WS-DECISION-DATE
           ELSE
               MOVE WS-PROCESSING-DATE TO WS-DECISION-DATE
           END-IF
           PERFORM 2100-CHECK-FLAGGED-ID THRU 2100-EXIT
           PERFORM 2200-DETERMINE-AGE THRU 2200-EXIT
           PERFORM 2300-LOOKUP-REQUIRED-AGE THRU 2300-EXIT
           PERFORM 2400-EVALUATE-DECISION THRU 2400-EXIT
           PERFORM 2500-APPLY-OVERRIDE THRU 2500-EXIT
           PERFORM 2650-CHECK-CLERK-CERT THRU 2650-EXIT
           MOVE WS-DECISION-SWITCH TO ADR-DECISION
           MOVE WS-REFUSAL-REASON  TO ADR-REFUSAL-REASON
           MOVE CustomerAge        TO ADR-CUSTOMER-AGE
           MOVE RequiredAge        TO ADR-REQUIRED-AGE
           MOVE WS-CLERK-CERT-FLAG TO ADR-CLERK-CERT-FLAG.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2100-CHECK-FLAGGED-ID - a license on the flagged file    *
      *    marks the transaction F, as ScanPreprocess marks it.     *
      *    The number the register passed is handed back masked     *
      *    and hashed, never in full                                *
      *-----------------------------------------------------------*
       2100-CHECK-FLAGGED-ID.
           MOVE SPACE TO AVC-ID-FLAG-STATUS
           IF AVC-LICENSE-NO NOT = SPACES
               MOVE AVC-LICENSE-NO TO WS-LPR-CLEAR
               PERFORM 9480-PROTECT-LICENSE THRU 9480-EXIT
               MOVE SPACES        TO AVC-LICENSE-NO
               MOVE WS-LPR-MASKED TO AVC-LICENSE-MASKED
               MOVE WS-LPR-HASH   TO AVC-LICENSE-HASH
           END-IF
           IF WS-FLAGGED-NOTFOUND
                   OR AVC-LICENSE-HASH NOT NUMERIC
                   OR AVC-LICENSE-HASH = ZERO
               GO TO 2100-EXIT
           END-IF
           MOVE AVC-LICENSE-HASH TO FLG-LICENSE-HASH
           READ FLAGGED-ID-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ
           MOVE 'F' TO AVC-ID-FLAG-STATUS.
       2100-EXIT.
           EXIT.

       9000-CLOSE-RULES.
           IF NOT WS-FILES-OPEN
               GO TO 9000-EXIT
           END-IF
           CLOSE AGE-RULE-FILE
           CLOSE HOURS-RULE-FILE
           CLOSE CLERK-CERT-FILE
           CLOSE FLAGGED-ID-FILE
           MOVE 'N' TO WS-FILES-OPEN-SWITCH.
       9000-EXIT.
           EXIT.

       COPY AGEDCPA.

       COPY PRCDTPA.

       COPY LICPRPA.
