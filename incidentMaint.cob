      ******************************************************************
      *    PROGRAM-ID: IncidentMaintenance
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Front Store - Point of Sale Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Opens, updates and closes age-verification
      *                  incident cases (INCIDENT.DAT) off INCMNT.DAT,
      *                  in the ClerkCertMaintenance style.  An open
      *                  must name a check that is on the compliance
      *                  log (AGEVERFY.LOG) by store, clerk and
      *                  register date/time, and a known incident
      *                  type; it is given the next incident number,
      *                  which is displayed for the store to quote.
      *                  An update replaces whatever narrative,
      *                  police report number, type or license it
      *                  carries; a close does the same and closes
      *                  the case.  A closed case takes no further
      *                  transactions.  A sign-on against the
      *                  operator master is required, and every
      *                  change is stamped with the operator and
      *                  processing date.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      *      2026-10-15  DF  The license is held only as its masked
      *                      form and one-way hash; an open keyed
      *                      without one takes the logged check's.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IncidentMaintenance.
       AUTHOR.        D. Falk.
       INSTALLATION.  Front Store - Point of Sale Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTENANCE-TXN-FILE ASSIGN TO "INCMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-INCIDENT-NUMBER
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT AGE-VERIFY-LOG-FILE ASSIGN TO "AGEVERFY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           COPY OPERVSEL.

           COPY ERRLGSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  MAINTENANCE-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INCTRAN.

       FD  INCIDENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INCIDENT.

       FD  AGE-VERIFY-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AGELOG.

       COPY OPERVFD.
       COPY OPERMAST.

       COPY ERRLGFD.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY SYSCLOCK.

       COPY OPERVWS.
       COPY LICPRWS.

       01  WS-TXN-STATUS            PIC X(02).
           88  WS-TXN-NOTFOUND      VALUE "35".

       01  WS-INCIDENT-STATUS       PIC X(02).
           88  WS-INCIDENT-OK       VALUE "00".
           88  WS-INCIDENT-NOTFOUND VALUE "35".

       01  WS-LOG-STATUS            PIC X(02).
           88  WS-LOG-NOTFOUND      VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-INC-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-INC-END       VALUE 'Y'.
           05  WS-LOG-EOF-SWITCH    PIC X(01).
               88  WS-LOG-END       VALUE 'Y'.
           05  WS-CHECK-FOUND-SW    PIC X(01).
               88  WS-CHECK-FOUND   VALUE 'Y'.

       01  WS-OPERATOR-ID           PIC X(08).
       01  WS-LOG-LICENSE-MASKED    PIC X(12).
       01  WS-LOG-LICENSE-HASH      PIC 9(18).
       01  WS-NEXT-INCIDENT-NUMBER  PIC 9(07) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-OPENS-APPLIED     PIC 9(05) VALUE ZERO.
           05  WS-UPDATES-APPLIED   PIC 9(05) VALUE ZERO.
           05  WS-CLOSES-APPLIED    PIC 9(05) VALUE ZERO.
           05  WS-TXNS-REJECTED     PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE "INCMAINT" TO ERR-PROGRAM-ID
           OPEN EXTEND ERROR-LOG-FILE
           MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID
           PERFORM 9600-VERIFY-OPERATOR THRU 9600-EXIT
           IF NOT WS-OPERATOR-VALID
               MOVE "AUTH" TO ERR-CODE
               MOVE "WS-OPERATOR-ID" TO ERR-FIELD-NAME
               MOVE WS-OPERATOR-ID TO ERR-INPUT-DATA
               MOVE "Operator not on the operator master"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "IncidentMaintenance - operator not "
                   "authorized, no transactions applied"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT MAINTENANCE-TXN-FILE
           IF WS-TXN-NOTFOUND
               DISPLAY "IncidentMaintenance - no transactions"
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN I-O INCIDENT-FILE
           IF WS-INCIDENT-NOTFOUND
               CLOSE INCIDENT-FILE
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               OPEN I-O INCIDENT-FILE
           END-IF
           PERFORM 1100-FIND-HIGH-INCIDENT THRU 1100-EXIT
           DISPLAY "IncidentMaintenance - applying transactions"
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-FIND-HIGH-INCIDENT - incident numbering carries on  *
      *    from the highest already on file                         *
      *-----------------------------------------------------------*
       1100-FIND-HIGH-INCIDENT.
           PERFORM 1110-SCAN-ONE-INCIDENT THRU 1110-EXIT
               UNTIL WS-INC-END.
       1100-EXIT.
           EXIT.

       1110-SCAN-ONE-INCIDENT.
           READ INCIDENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INC-EOF-SWITCH
               NOT AT END
                   IF INC-INCIDENT-NUMBER > WS-NEXT-INCIDENT-NUMBER
                       MOVE INC-INCIDENT-NUMBER
                           TO WS-NEXT-INCIDENT-NUMBER
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

       2000-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN INT-OPEN
                   PERFORM 2200-APPLY-OPEN THRU 2200-EXIT
               WHEN INT-UPDATE
                   PERFORM 2300-APPLY-UPDATE THRU 2300-EXIT
               WHEN INT-CLOSE
                   PERFORM 2400-APPLY-CLOSE THRU 2400-EXIT
               WHEN OTHER
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Invalid action code for incident "
                       INT-INCIDENT-NUMBER
           END-EVALUATE
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           READ MAINTENANCE-TXN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-APPLY-OPEN - the check must be on the compliance    *
      *    log; the case takes the next incident number             *
      *-----------------------------------------------------------*
       2200-APPLY-OPEN.
           IF INT-STORE-NUMBER NOT NUMERIC
                   OR INT-CHECK-DATE NOT NUMERIC
                   OR INT-CHECK-TIME NOT NUMERIC
                   OR INT-CLERK-ID = SPACES
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Open rejected - store, clerk and register "
                   "date/time required"
               GO TO 2200-EXIT
           END-IF
           MOVE INT-INCIDENT-TYPE TO INC-INCIDENT-TYPE
           IF NOT INC-TYPE-VALID
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Open rejected - incident type "
                   INT-INCIDENT-TYPE " not CONF/POLC/AGGR/OTHR"
               GO TO 2200-EXIT
           END-IF
           PERFORM 2500-FIND-LOGGED-CHECK THRU 2500-EXIT
           IF NOT WS-CHECK-FOUND
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Open rejected - no logged check for store "
                   INT-STORE-NUMBER " clerk " INT-CLERK-ID
                   " at " INT-CHECK-DATE "/" INT-CHECK-TIME
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-NEXT-INCIDENT-NUMBER
           MOVE WS-NEXT-INCIDENT-NUMBER TO INC-INCIDENT-NUMBER
           MOVE INT-STORE-NUMBER     TO INC-STORE-NUMBER
           MOVE INT-CLERK-ID         TO INC-CLERK-ID
           MOVE INT-CHECK-DATE       TO INC-CHECK-DATE
           MOVE INT-CHECK-TIME       TO INC-CHECK-TIME
           IF INT-LICENSE-NO NOT = SPACES
               PERFORM 2800-PROTECT-LICENSE THRU 2800-EXIT
           ELSE
               MOVE WS-LOG-LICENSE-MASKED TO INC-LICENSE-MASKED
               MOVE WS-LOG-LICENSE-HASH   TO INC-LICENSE-HASH
           END-IF
           MOVE INT-NARRATIVE        TO INC-NARRATIVE
           MOVE INT-POLICE-REPORT-NO TO INC-POLICE-REPORT-NO
           SET INC-STATUS-OPEN TO TRUE
           MOVE WS-PROCESSING-DATE   TO INC-OPENED-DATE
           MOVE ZERO                 TO INC-CLOSED-DATE
           MOVE WS-PROCESSING-DATE   TO INC-LAST-UPDATED
           MOVE WS-OPERATOR-ID       TO INC-UPDATED-BY
           WRITE INCIDENT-RECORD
           IF WS-INCIDENT-OK
               ADD 1 TO WS-OPENS-APPLIED
               DISPLAY "Opened incident " INC-INCIDENT-NUMBER
                   " for store " INC-STORE-NUMBER
           ELSE
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Open rejected for store " INT-STORE-NUMBER
                   " status " WS-INCIDENT-STATUS
           END-IF.
       2200-EXIT.
           EXIT.

       2300-APPLY-UPDATE.
           PERFORM 2600-READ-INCIDENT THRU 2600-EXIT
           IF NOT WS-INCIDENT-OK
               GO TO 2300-EXIT
           END-IF
           PERFORM 2700-APPLY-FIELDS THRU 2700-EXIT
           IF NOT WS-INCIDENT-OK
               GO TO 2300-EXIT
           END-IF
           REWRITE INCIDENT-RECORD
           ADD 1 TO WS-UPDATES-APPLIED.
       2300-EXIT.
           EXIT.

       2400-APPLY-CLOSE.
           PERFORM 2600-READ-INCIDENT THRU 2600-EXIT
           IF NOT WS-INCIDENT-OK
               GO TO 2400-EXIT
           END-IF
           PERFORM 2700-APPLY-FIELDS THRU 2700-EXIT
           IF NOT WS-INCIDENT-OK
               GO TO 2400-EXIT
           END-IF
           SET INC-STATUS-CLOSED TO TRUE
           MOVE WS-PROCESSING-DATE TO INC-CLOSED-DATE
           REWRITE INCIDENT-RECORD
           ADD 1 TO WS-CLOSES-APPLIED.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-FIND-LOGGED-CHECK - the compliance log entry for    *
      *    this store, clerk and register minute, by the            *
      *    reopen-to-rewind discipline                              *
      *-----------------------------------------------------------*
       2500-FIND-LOGGED-CHECK.
           MOVE 'N' TO WS-CHECK-FOUND-SW
           MOVE 'N' TO WS-LOG-EOF-SWITCH
           OPEN INPUT AGE-VERIFY-LOG-FILE
           IF WS-LOG-NOTFOUND
               GO TO 2500-EXIT
           END-IF
           PERFORM 2510-SCAN-ONE-LOG THRU 2510-EXIT
               UNTIL WS-LOG-END OR WS-CHECK-FOUND
           CLOSE AGE-VERIFY-LOG-FILE.
       2500-EXIT.
           EXIT.

       2510-SCAN-ONE-LOG.
           READ AGE-VERIFY-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-SWITCH
                   GO TO 2510-EXIT
           END-READ
           IF AVL-STORE-NUMBER = INT-STORE-NUMBER
                   AND AVL-DATE = INT-CHECK-DATE
                   AND AVL-TIME = INT-CHECK-TIME
                   AND AVL-CLERK-ID = INT-CLERK-ID
               MOVE 'Y' TO WS-CHECK-FOUND-SW
               MOVE AVL-LICENSE-MASKED TO WS-LOG-LICENSE-MASKED
               IF AVL-LICENSE-HASH NUMERIC
                   MOVE AVL-LICENSE-HASH TO WS-LOG-LICENSE-HASH
               ELSE
                   MOVE ZERO TO WS-LOG-LICENSE-HASH
               END-IF
           END-IF.
       2510-EXIT.
           EXIT.

       2600-READ-INCIDENT.
           IF INT-INCIDENT-NUMBER NOT NUMERIC
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Incident number not numeric "
                   INT-INCIDENT-NUMBER
               MOVE "23" TO WS-INCIDENT-STATUS
               GO TO 2600-EXIT
           END-IF
           MOVE INT-INCIDENT-NUMBER TO INC-INCIDENT-NUMBER
           READ INCIDENT-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Rejected - incident not on file "
                       INT-INCIDENT-NUMBER
                   GO TO 2600-EXIT
           END-READ
           IF INC-STATUS-CLOSED
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Rejected - incident already closed "
                   INT-INCIDENT-NUMBER
               MOVE "23" TO WS-INCIDENT-STATUS
           END-IF.
       2600-EXIT.
           EXIT.

       2700-APPLY-FIELDS.
           IF INT-INCIDENT-TYPE NOT = SPACES
               MOVE INT-INCIDENT-TYPE TO INC-INCIDENT-TYPE
               IF NOT INC-TYPE-VALID
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Rejected - incident type "
                       INT-INCIDENT-TYPE " not CONF/POLC/AGGR/OTHR"
                   MOVE "23" TO WS-INCIDENT-STATUS
                   GO TO 2700-EXIT
               END-IF
           END-IF
           IF INT-LICENSE-NO NOT = SPACES
               PERFORM 2800-PROTECT-LICENSE THRU 2800-EXIT
           END-IF
           IF INT-NARRATIVE NOT = SPACES
               MOVE INT-NARRATIVE TO INC-NARRATIVE
           END-IF
           IF INT-POLICE-REPORT-NO NOT = SPACES
               MOVE INT-POLICE-REPORT-NO TO INC-POLICE-REPORT-NO
           END-IF
           MOVE WS-PROCESSING-DATE TO INC-LAST-UPDATED
           MOVE WS-OPERATOR-ID     TO INC-UPDATED-BY.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2800-PROTECT-LICENSE - the case keeps the masked form    *
      *    and hash of the number keyed, never the number           *
      *-----------------------------------------------------------*
       2800-PROTECT-LICENSE.
           MOVE INT-LICENSE-NO TO WS-LPR-CLEAR
           PERFORM 9480-PROTECT-LICENSE THRU 9480-EXIT
           MOVE WS-LPR-MASKED TO INC-LICENSE-MASKED
           MOVE WS-LPR-HASH   TO INC-LICENSE-HASH.
       2800-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ERROR-LOG-FILE
           IF RETURN-CODE = 16 OR WS-TXN-NOTFOUND
               GO TO 9000-EXIT
           END-IF
           CLOSE MAINTENANCE-TXN-FILE
           CLOSE INCIDENT-FILE
           DISPLAY "Opens applied  : " WS-OPENS-APPLIED
           DISPLAY "Updates applied: " WS-UPDATES-APPLIED
           DISPLAY "Closes applied : " WS-CLOSES-APPLIED
           DISPLAY "Rejected       : " WS-TXNS-REJECTED.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY OPERVRPA.

       COPY ERRLOGPA.

       COPY LICPRPA.
