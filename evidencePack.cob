      *                  timestamp - the pack the alcohol board asks
      *                  for, assembled in one run instead of by
      *                  hand.  Output lands on EVIDPACK.RPT.
      *                  Any incident case opened against a decision
      *                  (INCIDENT.DAT) is printed with it.
      *    MODIFICATION HISTORY:
      *      2026-09-02  DF  Original version.
      *      2026-10-15  DF  Incident cases from INCIDENT.DAT
      *                      printed under the decision they were
      *                      opened against.
      *      2026-10-15  DF  License numbers printed masked, last
      *                      four only; the DAQ element of the raw
      *                      stripe is masked the same way before it
      *                      is printed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EvidencePack.
               RECORD KEY IS AGR-RULE-KEY
               FILE STATUS IS WS-RULE-STATUS.

           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INC-INCIDENT-NUMBER
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT PACK-REPORT-FILE ASSIGN TO "EVIDPACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
       COPY AGERULE.

       FD  INCIDENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INCIDENT.

       FD  PACK-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PACK-PRINT-LINE             PIC X(100).
       01  WS-RULE-STATUS           PIC X(02).
           88  WS-RULE-NOTFOUND     VALUE "35".

       01  WS-INCIDENT-STATUS       PIC X(02).
           88  WS-INCIDENT-NOTFOUND VALUE "35".

       01  WS-SWITCHES.
           05  WS-LOG-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-LOG-END       VALUE 'Y'.
               88  WS-CAP-FOUND     VALUE 'Y'.
           05  WS-CHK-FOUND-SWITCH  PIC X(01).
               88  WS-CHK-FOUND     VALUE 'Y'.
           05  WS-INC-EOF-SWITCH    PIC X(01).
               88  WS-INC-END       VALUE 'Y'.

       01  WS-PACK-STORE            PIC 9(03).
       01  WS-FROM-DATE             PIC 9(08).
               10  WS-RT-REQUIRED-AGE  PIC 9(03).

       01  WS-RT-SUB                PIC 9(03) COMP VALUE ZERO.
       01  WS-STRIPE-SUB            PIC 9(03) COMP VALUE ZERO.
       01  WS-BEST-FROM-DATE        PIC 9(08).
       01  WS-RULE-IN-FORCE         PIC 9(03).
       01  WS-RULE-FROM-USED        PIC 9(08).

       COPY LICPRWS.

       01  WS-COUNTERS.
           05  WS-CHECKS-PACKED     PIC 9(05) VALUE ZERO.
           05  WS-INCIDENTS-PACKED  PIC 9(05) VALUE ZERO.

       01  WS-PACK-HEADING.
           05  FILLER               PIC X(20) VALUE
           05  FILLER               PIC X(06) VALUE " scan ".
           05  WTL-SCAN-STATUS      PIC X(01).
           05  FILLER               PIC X(05) VALUE " lic ".
           05  WTL-LICENSE-MASKED   PIC X(12).

       01  WS-RULE-LINE.
           05  FILLER               PIC X(09) VALUE "RULE     ".
           05  FILLER               PIC X(12) VALUE " from rule  ".
           05  WRL-FROM-DATE        PIC 9(08).

       01  WS-INCIDENT-LINE.
           05  FILLER               PIC X(09) VALUE "INCIDENT ".
           05  WIL-INCIDENT-NUMBER  PIC 9(07).
           05  FILLER               PIC X(06) VALUE " type ".
           05  WIL-INCIDENT-TYPE    PIC X(04).
           05  FILLER               PIC X(08) VALUE " status ".
           05  WIL-STATUS           PIC X(01).
           05  FILLER               PIC X(08) VALUE " police ".
           05  WIL-POLICE-REPORT-NO PIC X(12).
           05  FILLER               PIC X(05) VALUE " lic ".
           05  WIL-LICENSE-MASKED   PIC X(12).

       01  WS-NARRATIVE-LINE.
           05  FILLER               PIC X(09) VALUE SPACES.
           05  WNL-NARRATIVE        PIC X(50).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           WRITE PACK-PRINT-LINE
           PERFORM 3000-FIND-STRIPE THRU 3000-EXIT
           PERFORM 4000-FIND-TRANSACTION THRU 4000-EXIT
           PERFORM 5000-SHOW-RULE-IN-FORCE THRU 5000-EXIT
           PERFORM 6000-SHOW-INCIDENTS THRU 6000-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-LOG THRU 2100-EXIT.
       2000-EXIT.
       3000-SHOW.
           IF WS-CAP-FOUND
               MOVE SCN-RAW-STRIPE TO WSL-RAW-STRIPE
               MOVE ZERO TO WS-STRIPE-SUB
               PERFORM 3200-MASK-STRIPE THRU 3200-EXIT
                   UNTIL WS-STRIPE-SUB >= 46
           ELSE
               MOVE "(no scanner capture on file)"
                   TO WSL-RAW-STRIPE
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-MASK-STRIPE - the license (DAQ) element in the      *
      *    printed stripe is starred out as ScanPreprocess parses   *
      *    it, leaving the last four                                *
      *-----------------------------------------------------------*
       3200-MASK-STRIPE.
           ADD 1 TO WS-STRIPE-SUB
           IF WSL-RAW-STRIPE(WS-STRIPE-SUB : 3) NOT = "DAQ"
               GO TO 3200-EXIT
           END-IF
           MOVE WSL-RAW-STRIPE(WS-STRIPE-SUB + 3 : 12)
               TO WS-LPR-CLEAR
           PERFORM 9480-PROTECT-LICENSE THRU 9480-EXIT
           MOVE WS-LPR-MASKED
               TO WSL-RAW-STRIPE(WS-STRIPE-SUB + 3 : 12).
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-FIND-TRANSACTION - the parsed transaction behind    *
      *    the decision                                             *
               MOVE AVC-INPUT-METHOD   TO WTL-INPUT-METHOD
               MOVE AVC-DATE-OF-BIRTH  TO WTL-DOB
               MOVE AVC-ID-SCAN-STATUS TO WTL-SCAN-STATUS
               IF AVC-LICENSE-MASKED = SPACES
                       AND AVC-LICENSE-NO NOT = SPACES
                   MOVE AVC-LICENSE-NO TO WS-LPR-CLEAR
                   PERFORM 9480-PROTECT-LICENSE THRU 9480-EXIT
                   MOVE WS-LPR-MASKED  TO WTL-LICENSE-MASKED
               ELSE
                   MOVE AVC-LICENSE-MASKED TO WTL-LICENSE-MASKED
               END-IF
               MOVE WS-TXN-LINE TO PACK-PRINT-LINE
           ELSE
               MOVE "PARSED   (no transaction on file)"
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6000-SHOW-INCIDENTS - every incident case opened against *
      *    this decision, by the reopen-to-rewind discipline        *
      *-----------------------------------------------------------*
       6000-SHOW-INCIDENTS.
           MOVE 'N' TO WS-INC-EOF-SWITCH
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-NOTFOUND
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-SCAN-ONE-INCIDENT THRU 6100-EXIT
               UNTIL WS-INC-END
           CLOSE INCIDENT-FILE.
       6000-EXIT.
           EXIT.

       6100-SCAN-ONE-INCIDENT.
           READ INCIDENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INC-EOF-SWITCH
                   GO TO 6100-EXIT
           END-READ
           IF INC-STORE-NUMBER NOT = WS-PACK-STORE
                   OR INC-CHECK-DATE NOT = WS-LOG-DATE-NUM
                   OR INC-CHECK-TIME NOT = WS-LOG-TIME-NUM
                   OR INC-CLERK-ID NOT = AVL-CLERK-ID
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO WS-INCIDENTS-PACKED
           MOVE INC-INCIDENT-NUMBER  TO WIL-INCIDENT-NUMBER
           MOVE INC-INCIDENT-TYPE    TO WIL-INCIDENT-TYPE
           MOVE INC-STATUS-CODE      TO WIL-STATUS
           MOVE INC-POLICE-REPORT-NO TO WIL-POLICE-REPORT-NO
           MOVE INC-LICENSE-MASKED   TO WIL-LICENSE-MASKED
           MOVE WS-INCIDENT-LINE TO PACK-PRINT-LINE
           WRITE PACK-PRINT-LINE
           IF INC-NARRATIVE-1 NOT = SPACES
               MOVE INC-NARRATIVE-1 TO WNL-NARRATIVE
               MOVE WS-NARRATIVE-LINE TO PACK-PRINT-LINE
               WRITE PACK-PRINT-LINE
           END-IF
           IF INC-NARRATIVE-2 NOT = SPACES
               MOVE INC-NARRATIVE-2 TO WNL-NARRATIVE
               MOVE WS-NARRATIVE-LINE TO PACK-PRINT-LINE
               WRITE PACK-PRINT-LINE
           END-IF.
       6100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           CLOSE AGE-RULE-FILE
           CLOSE PACK-REPORT-FILE
           DISPLAY "Checks packed : " WS-CHECKS-PACKED
           DISPLAY "Incidents     : " WS-INCIDENTS-PACKED
           DISPLAY "EvidencePack - pack written to EVIDPACK.RPT".
       9000-EXIT.
           EXIT.

       COPY LICPRPA.
