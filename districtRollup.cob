      ******************************************************************
      *    PROGRAM-ID: DistrictRollup
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Front Store - Point of Sale Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Weekly district compliance roll-up over the
      *                  age-verification log.  For the seven days
      *                  ending on the processing date (or on
      *                  DISTRICT_WEEK_END, YYYYMMDD, for a rerun)
      *                  each store's refusals, manager overrides,
      *                  flagged-ID refusals and decisions rung by
      *                  uncertified or lapsed clerks are counted,
      *                  and the four weeks before that are counted
      *                  the same way.  Stores are grouped by the
      *                  district on the store master (STORMAST.DAT)
      *                  and ranked within it, worst first, on the
      *                  week's exceptions per 100 checks, printed
      *                  beside the same figure over the prior four
      *                  weeks and the movement between the two.  A
      *                  store on the log but not on the master
      *                  lands in district ????.  The report closes
      *                  with every store whose liquor license has
      *                  expired or expires within 60 days, or has
      *                  no expiry on file; any such store sets
      *                  RC 4.  Output lands on DISTROLL.RPT.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DistrictRollup.
       AUTHOR.        D. Falk.
       INSTALLATION.  Front Store - Point of Sale Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-VERIFY-LOG-FILE ASSIGN TO "AGEVERFY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT STORE-MASTER-FILE ASSIGN TO "STORMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STM-STORE-NUMBER
               FILE STATUS IS WS-STORE-STATUS.

           SELECT ROLLUP-REPORT-FILE ASSIGN TO "DISTROLL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "DISTSORT.WRK".

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  AGE-VERIFY-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AGELOG.

       FD  STORE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STORMAST.

       FD  ROLLUP-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROLLUP-PRINT-LINE           PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-DISTRICT            PIC X(04).
           05  SRT-WEEK-RATE           PIC 9(03)V9.
           05  SRT-STORE-NUMBER        PIC 9(03).
           05  SRT-STORE-NAME          PIC X(20).
           05  SRT-DISTRICT-MANAGER    PIC X(25).
           05  SRT-CHECKS              PIC 9(05).
           05  SRT-REFUSED             PIC 9(05).
           05  SRT-OVERRIDES           PIC 9(05).
           05  SRT-FLAGGED             PIC 9(05).
           05  SRT-UNCERTIFIED         PIC 9(05).
           05  SRT-PRIOR-RATE          PIC 9(03)V9.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       01  WS-LOG-STATUS            PIC X(02).
           88  WS-LOG-NOTFOUND      VALUE "35".

       01  WS-STORE-STATUS          PIC X(02).
           88  WS-STORE-NOTFOUND    VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-STORE-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-STORE-END     VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-SORT-END      VALUE 'Y'.
           05  WS-STORE-FOUND-SW    PIC X(01).
               88  WS-STORE-FOUND   VALUE 'Y'.

       01  WS-WEEK-END-X            PIC X(08).
       01  WS-WEEK-END-DATE         PIC 9(08).
       01  WS-WEEK-END-INTEGER      PIC S9(09) COMP.
       01  WS-LOG-DATE              PIC 9(08).
       01  WS-LOG-DATE-INTEGER      PIC S9(09) COMP.
       01  WS-DAYS-BACK             PIC S9(09) COMP.
       01  WS-LICENSE-LIMIT         PIC 9(08).

      *    One slot per store - off the master first, then any store
      *    the log names that the master does not.
       01  WS-STORE-TABLE.
           05  WS-SR-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-SR-ENTRY OCCURS 200 TIMES.
               10  WS-SR-STORE-NUMBER   PIC 9(03).
               10  WS-SR-STORE-NAME     PIC X(30).
               10  WS-SR-DISTRICT       PIC X(04).
               10  WS-SR-MANAGER        PIC X(25).
               10  WS-SR-LICENSE-NUMBER PIC X(15).
               10  WS-SR-LICENSE-EXPIRY PIC 9(08).
               10  WS-SR-ON-MASTER      PIC X(01).
               10  WS-SR-WK-CHECKS      PIC 9(05).
               10  WS-SR-WK-REFUSED     PIC 9(05).
               10  WS-SR-WK-OVERRIDES   PIC 9(05).
               10  WS-SR-WK-FLAGGED     PIC 9(05).
               10  WS-SR-WK-UNCERT      PIC 9(05).
               10  WS-SR-PR-CHECKS      PIC 9(05).
               10  WS-SR-PR-EXCEPTIONS  PIC 9(05).

       01  WS-SR-SUB                PIC 9(03) COMP VALUE ZERO.
       01  WS-EXCEPTIONS            PIC 9(05).

       01  WS-CURRENT-DISTRICT      PIC X(04).
       01  WS-RANK                  PIC 9(03) VALUE ZERO.
       01  WS-RATE-CHANGE           PIC S9(03)V9.

       01  WS-DISTRICT-TOTALS.
           05  WS-DT-CHECKS         PIC 9(07).
           05  WS-DT-REFUSED        PIC 9(07).
           05  WS-DT-OVERRIDES      PIC 9(07).
           05  WS-DT-FLAGGED        PIC 9(07).
           05  WS-DT-UNCERT         PIC 9(07).

       01  WS-COUNTERS.
           05  WS-LOG-READ          PIC 9(07) VALUE ZERO.
           05  WS-LOG-IN-WEEK       PIC 9(07) VALUE ZERO.
           05  WS-LOG-IN-PRIOR      PIC 9(07) VALUE ZERO.
           05  WS-STORES-RANKED     PIC 9(05) VALUE ZERO.
           05  WS-DISTRICT-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-LICENSES-DUE      PIC 9(05) VALUE ZERO.

       01  WS-ROLLUP-HEADING.
           05  FILLER               PIC X(38) VALUE
               "District compliance roll-up - week to ".
           05  WRH-WEEK-END         PIC 9(08).

       01  WS-DISTRICT-HEADING.
           05  FILLER               PIC X(09) VALUE "District ".
           05  WDH-DISTRICT         PIC X(04).
           05  FILLER               PIC X(12) VALUE "   manager: ".
           05  WDH-MANAGER          PIC X(25).

       01  WS-COLUMN-HEADING.
           05  FILLER               PIC X(50) VALUE
               "Rank Store   Name               Checks Refsd  Ovrd".
           05  FILLER               PIC X(34) VALUE
               "  Flag Uncrt Per100 Prior4  Change".

       01  WS-STORE-DETAIL.
           05  WSD-RANK             PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSD-STORE-NUMBER     PIC 9(03).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WSD-STORE-NAME       PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSD-CHECKS           PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WSD-REFUSED          PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WSD-OVERRIDES        PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WSD-FLAGGED          PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WSD-UNCERTIFIED      PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSD-WEEK-RATE        PIC ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSD-PRIOR-RATE       PIC ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSD-RATE-CHANGE      PIC +ZZ9.9.

       01  WS-DISTRICT-TOTAL-LINE.
           05  FILLER               PIC X(11) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               "District total      ".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WDT-CHECKS           PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WDT-REFUSED          PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WDT-OVERRIDES        PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WDT-FLAGGED          PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WDT-UNCERTIFIED      PIC ZZZZ9.

       01  WS-LICENSE-HEADING.
           05  FILLER               PIC X(45) VALUE
               "Liquor licenses expired or expiring within 60".
           05  FILLER               PIC X(09) VALUE " days of ".
           05  WLH-WEEK-END         PIC 9(08).

       01  WS-LICENSE-DETAIL.
           05  WLD-STORE-NUMBER     PIC 9(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WLD-STORE-NAME       PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WLD-DISTRICT         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WLD-LICENSE-NUMBER   PIC X(15).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WLD-LICENSE-EXPIRY   PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WLD-LICENSE-NOTE     PIC X(17).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-TALLY-RECORD THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           IF RETURN-CODE = ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-DISTRICT
                   ON DESCENDING KEY SRT-WEEK-RATE
                   ON ASCENDING KEY SRT-STORE-NUMBER
                   INPUT PROCEDURE IS 4000-RELEASE-STORES
                       THRU 4000-EXIT
                   OUTPUT PROCEDURE IS 5000-PRINT-DISTRICTS
                       THRU 5000-EXIT
               PERFORM 6000-PRINT-LICENSES THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-WEEK-END-DATE
           ACCEPT WS-WEEK-END-X FROM ENVIRONMENT "DISTRICT_WEEK_END"
           IF WS-WEEK-END-X NUMERIC
               MOVE WS-WEEK-END-X TO WS-WEEK-END-DATE
           END-IF
           COMPUTE WS-WEEK-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END-DATE)
           COMPUTE WS-LICENSE-LIMIT =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-END-INTEGER + 60)
           OPEN INPUT AGE-VERIFY-LOG-FILE
           IF WS-LOG-NOTFOUND
               DISPLAY "DistrictRollup - AGEVERFY.LOG not found"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STORE-MASTER-FILE
           IF WS-STORE-NOTFOUND
               DISPLAY "DistrictRollup - STORMAST.DAT not found; "
                   "every store reported in district ????"
           ELSE
               PERFORM 1100-LOAD-ONE-STORE THRU 1100-EXIT
                   UNTIL WS-STORE-END OR WS-SR-COUNT >= 200
               CLOSE STORE-MASTER-FILE
           END-IF
           OPEN OUTPUT ROLLUP-REPORT-FILE
           DISPLAY "DistrictRollup - week to " WS-WEEK-END-DATE
           PERFORM 2100-READ-LOG THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-STORE.
           READ STORE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STORE-EOF-SWITCH
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO WS-SR-COUNT
           MOVE WS-SR-COUNT TO WS-SR-SUB
           PERFORM 2400-CLEAR-STORE-SLOT THRU 2400-EXIT
           MOVE STM-STORE-NUMBER     TO WS-SR-STORE-NUMBER (WS-SR-SUB)
           MOVE STM-STORE-NAME       TO WS-SR-STORE-NAME (WS-SR-SUB)
           MOVE STM-DISTRICT         TO WS-SR-DISTRICT (WS-SR-SUB)
           MOVE STM-DISTRICT-MANAGER TO WS-SR-MANAGER (WS-SR-SUB)
           MOVE STM-LICENSE-NUMBER
               TO WS-SR-LICENSE-NUMBER (WS-SR-SUB)
           MOVE STM-LICENSE-EXPIRY
               TO WS-SR-LICENSE-EXPIRY (WS-SR-SUB)
           MOVE 'Y' TO WS-SR-ON-MASTER (WS-SR-SUB)
           IF STM-DISTRICT = SPACES
               MOVE "????" TO WS-SR-DISTRICT (WS-SR-SUB)
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-TALLY-RECORD - this week is the seven days ending   *
      *    on the week-end date; the prior four weeks are the 28    *
      *    days before that                                         *
      *-----------------------------------------------------------*
       2000-TALLY-RECORD.
           ADD 1 TO WS-LOG-READ
           IF AVL-DATE NOT NUMERIC OR AVL-STORE-NUMBER NOT NUMERIC
               GO TO 2000-NEXT
           END-IF
           MOVE AVL-DATE TO WS-LOG-DATE
           COMPUTE WS-LOG-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LOG-DATE)
           COMPUTE WS-DAYS-BACK =
               WS-WEEK-END-INTEGER - WS-LOG-DATE-INTEGER
           IF WS-DAYS-BACK < ZERO OR WS-DAYS-BACK > 34
               GO TO 2000-NEXT
           END-IF
           PERFORM 2200-FIND-STORE THRU 2200-EXIT
           IF NOT WS-STORE-FOUND
               GO TO 2000-NEXT
           END-IF
           MOVE ZERO TO WS-EXCEPTIONS
           IF AVL-REFUSED
               ADD 1 TO WS-EXCEPTIONS
           END-IF
           IF AVL-ALLOWED AND AVL-OVERRIDE-CODE = 'Y'
                   AND AVL-REFUSAL-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPTIONS
           END-IF
           IF AVL-REFUSAL-REASON = "FLAGGEDID "
               ADD 1 TO WS-EXCEPTIONS
           END-IF
           IF AVL-CLERK-UNCERTIFIED OR AVL-CLERK-CERT-LAPSED
               ADD 1 TO WS-EXCEPTIONS
           END-IF
           IF WS-DAYS-BACK > 6
               ADD 1 TO WS-LOG-IN-PRIOR
               ADD 1 TO WS-SR-PR-CHECKS (WS-SR-SUB)
               ADD WS-EXCEPTIONS TO WS-SR-PR-EXCEPTIONS (WS-SR-SUB)
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-LOG-IN-WEEK
           ADD 1 TO WS-SR-WK-CHECKS (WS-SR-SUB)
           IF AVL-REFUSED
               ADD 1 TO WS-SR-WK-REFUSED (WS-SR-SUB)
           END-IF
           IF AVL-ALLOWED AND AVL-OVERRIDE-CODE = 'Y'
                   AND AVL-REFUSAL-REASON NOT = SPACES
               ADD 1 TO WS-SR-WK-OVERRIDES (WS-SR-SUB)
           END-IF
           IF AVL-REFUSAL-REASON = "FLAGGEDID "
               ADD 1 TO WS-SR-WK-FLAGGED (WS-SR-SUB)
           END-IF
           IF AVL-CLERK-UNCERTIFIED OR AVL-CLERK-CERT-LAPSED
               ADD 1 TO WS-SR-WK-UNCERT (WS-SR-SUB)
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-LOG THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-LOG.
           READ AGE-VERIFY-LOG-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-FIND-STORE - the store's slot, opened in district   *
      *    ???? when the master does not know it                    *
      *-----------------------------------------------------------*
       2200-FIND-STORE.
           MOVE 'N' TO WS-STORE-FOUND-SW
           MOVE ZERO TO WS-SR-SUB
           PERFORM 2300-SCAN-STORE-TABLE THRU 2300-EXIT
               UNTIL WS-STORE-FOUND OR WS-SR-SUB >= WS-SR-COUNT
           IF WS-STORE-FOUND
               GO TO 2200-EXIT
           END-IF
           IF WS-SR-COUNT >= 200
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-SR-COUNT
           MOVE WS-SR-COUNT TO WS-SR-SUB
           PERFORM 2400-CLEAR-STORE-SLOT THRU 2400-EXIT
           MOVE AVL-STORE-NUMBER TO WS-SR-STORE-NUMBER (WS-SR-SUB)
           MOVE "** not on store master"
               TO WS-SR-STORE-NAME (WS-SR-SUB)
           MOVE "????" TO WS-SR-DISTRICT (WS-SR-SUB)
           MOVE 'N' TO WS-SR-ON-MASTER (WS-SR-SUB)
           MOVE 'Y' TO WS-STORE-FOUND-SW.
       2200-EXIT.
           EXIT.

       2300-SCAN-STORE-TABLE.
           ADD 1 TO WS-SR-SUB
           IF WS-SR-STORE-NUMBER (WS-SR-SUB) = AVL-STORE-NUMBER
               MOVE 'Y' TO WS-STORE-FOUND-SW
           END-IF.
       2300-EXIT.
           EXIT.

       2400-CLEAR-STORE-SLOT.
           MOVE SPACES TO WS-SR-STORE-NAME (WS-SR-SUB)
           MOVE SPACES TO WS-SR-DISTRICT (WS-SR-SUB)
           MOVE SPACES TO WS-SR-MANAGER (WS-SR-SUB)
           MOVE SPACES TO WS-SR-LICENSE-NUMBER (WS-SR-SUB)
           MOVE ZERO TO WS-SR-LICENSE-EXPIRY (WS-SR-SUB)
           MOVE ZERO TO WS-SR-WK-CHECKS (WS-SR-SUB)
           MOVE ZERO TO WS-SR-WK-REFUSED (WS-SR-SUB)
           MOVE ZERO TO WS-SR-WK-OVERRIDES (WS-SR-SUB)
           MOVE ZERO TO WS-SR-WK-FLAGGED (WS-SR-SUB)
           MOVE ZERO TO WS-SR-WK-UNCERT (WS-SR-SUB)
           MOVE ZERO TO WS-SR-PR-CHECKS (WS-SR-SUB)
           MOVE ZERO TO WS-SR-PR-EXCEPTIONS (WS-SR-SUB).
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-RELEASE-STORES - one sort record per store, with    *
      *    the week's and the prior four weeks' exceptions per      *
      *    100 checks                                               *
      *-----------------------------------------------------------*
       4000-RELEASE-STORES.
           MOVE ZERO TO WS-SR-SUB
           PERFORM 4100-RELEASE-ONE-STORE THRU 4100-EXIT
               UNTIL WS-SR-SUB >= WS-SR-COUNT.
       4000-EXIT.
           EXIT.

       4100-RELEASE-ONE-STORE.
           ADD 1 TO WS-SR-SUB
           MOVE WS-SR-DISTRICT (WS-SR-SUB)     TO SRT-DISTRICT
           MOVE WS-SR-STORE-NUMBER (WS-SR-SUB) TO SRT-STORE-NUMBER
           MOVE WS-SR-STORE-NAME (WS-SR-SUB)   TO SRT-STORE-NAME
           MOVE WS-SR-MANAGER (WS-SR-SUB)      TO SRT-DISTRICT-MANAGER
           MOVE WS-SR-WK-CHECKS (WS-SR-SUB)    TO SRT-CHECKS
           MOVE WS-SR-WK-REFUSED (WS-SR-SUB)   TO SRT-REFUSED
           MOVE WS-SR-WK-OVERRIDES (WS-SR-SUB) TO SRT-OVERRIDES
           MOVE WS-SR-WK-FLAGGED (WS-SR-SUB)   TO SRT-FLAGGED
           MOVE WS-SR-WK-UNCERT (WS-SR-SUB)    TO SRT-UNCERTIFIED
           MOVE ZERO TO SRT-WEEK-RATE
           IF WS-SR-WK-CHECKS (WS-SR-SUB) > ZERO
               COMPUTE SRT-WEEK-RATE ROUNDED =
                   ((WS-SR-WK-REFUSED (WS-SR-SUB)
                       + WS-SR-WK-OVERRIDES (WS-SR-SUB)
                       + WS-SR-WK-FLAGGED (WS-SR-SUB)
                       + WS-SR-WK-UNCERT (WS-SR-SUB)) * 100)
                           / WS-SR-WK-CHECKS (WS-SR-SUB)
           END-IF
           MOVE ZERO TO SRT-PRIOR-RATE
           IF WS-SR-PR-CHECKS (WS-SR-SUB) > ZERO
               COMPUTE SRT-PRIOR-RATE ROUNDED =
                   (WS-SR-PR-EXCEPTIONS (WS-SR-SUB) * 100)
                       / WS-SR-PR-CHECKS (WS-SR-SUB)
           END-IF
           RELEASE SORT-RECORD.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-PRINT-DISTRICTS - a section per district, stores    *
      *    ranked worst first, then the district totals             *
      *-----------------------------------------------------------*
       5000-PRINT-DISTRICTS.
           MOVE WS-WEEK-END-DATE TO WRH-WEEK-END
           MOVE WS-ROLLUP-HEADING TO ROLLUP-PRINT-LINE
           WRITE ROLLUP-PRINT-LINE
           PERFORM 5010-RETURN-STORE THRU 5010-EXIT
           PERFORM 5100-PRINT-ONE-DISTRICT THRU 5100-EXIT
               UNTIL WS-SORT-END.
       5000-EXIT.
           EXIT.

       5010-RETURN-STORE.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
       5010-EXIT.
           EXIT.

       5100-PRINT-ONE-DISTRICT.
           MOVE SRT-DISTRICT TO WS-CURRENT-DISTRICT
           ADD 1 TO WS-DISTRICT-COUNT
           MOVE ZERO TO WS-RANK
           MOVE ZERO TO WS-DT-CHECKS
           MOVE ZERO TO WS-DT-REFUSED
           MOVE ZERO TO WS-DT-OVERRIDES
           MOVE ZERO TO WS-DT-FLAGGED
           MOVE ZERO TO WS-DT-UNCERT
           MOVE SPACES TO ROLLUP-PRINT-LINE
           WRITE ROLLUP-PRINT-LINE
           MOVE SRT-DISTRICT TO WDH-DISTRICT
           MOVE SRT-DISTRICT-MANAGER TO WDH-MANAGER
           MOVE WS-DISTRICT-HEADING TO ROLLUP-PRINT-LINE
           WRITE ROLLUP-PRINT-LINE
           MOVE WS-COLUMN-HEADING TO ROLLUP-PRINT-LINE
           WRITE ROLLUP-PRINT-LINE
           PERFORM 5200-PRINT-ONE-STORE THRU 5200-EXIT
               UNTIL WS-SORT-END
                   OR SRT-DISTRICT NOT = WS-CURRENT-DISTRICT
           MOVE WS-DT-CHECKS    TO WDT-CHECKS
           MOVE WS-DT-REFUSED   TO WDT-REFUSED
           MOVE WS-DT-OVERRIDES TO WDT-OVERRIDES
           MOVE WS-DT-FLAGGED   TO WDT-FLAGGED
           MOVE WS-DT-UNCERT    TO WDT-UNCERTIFIED
           MOVE WS-DISTRICT-TOTAL-LINE TO ROLLUP-PRINT-LINE
           WRITE ROLLUP-PRINT-LINE.
       5100-EXIT.
           EXIT.

       5200-PRINT-ONE-STORE.
           ADD 1 TO WS-RANK
           ADD 1 TO WS-STORES-RANKED
           MOVE WS-RANK          TO WSD-RANK
           MOVE SRT-STORE-NUMBER TO WSD-STORE-NUMBER
           MOVE SRT-STORE-NAME   TO WSD-STORE-NAME
           MOVE SRT-CHECKS       TO WSD-CHECKS
           MOVE SRT-REFUSED      TO WSD-REFUSED
           MOVE SRT-OVERRIDES    TO WSD-OVERRIDES
           MOVE SRT-FLAGGED      TO WSD-FLAGGED
           MOVE SRT-UNCERTIFIED  TO WSD-UNCERTIFIED
           MOVE SRT-WEEK-RATE    TO WSD-WEEK-RATE
           MOVE SRT-PRIOR-RATE   TO WSD-PRIOR-RATE
           COMPUTE WS-RATE-CHANGE = SRT-WEEK-RATE - SRT-PRIOR-RATE
           MOVE WS-RATE-CHANGE   TO WSD-RATE-CHANGE
           MOVE WS-STORE-DETAIL TO ROLLUP-PRINT-LINE
           WRITE ROLLUP-PRINT-LINE
           ADD SRT-CHECKS      TO WS-DT-CHECKS
           ADD SRT-REFUSED     TO WS-DT-REFUSED
           ADD SRT-OVERRIDES   TO WS-DT-OVERRIDES
           ADD SRT-FLAGGED     TO WS-DT-FLAGGED
           ADD SRT-UNCERTIFIED TO WS-DT-UNCERT
           PERFORM 5010-RETURN-STORE THRU 5010-EXIT.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6000-PRINT-LICENSES - master stores whose license has    *
      *    lapsed, lapses within 60 days, or has no expiry keyed    *
      *-----------------------------------------------------------*
       6000-PRINT-LICENSES.
           MOVE SPACES TO ROLLUP-PRINT-LINE
           WRITE ROLLUP-PRINT-LINE
           MOVE WS-WEEK-END-DATE TO WLH-WEEK-END
           MOVE WS-LICENSE-HEADING TO ROLLUP-PRINT-LINE
           WRITE ROLLUP-PRINT-LINE
           MOVE ZERO TO WS-SR-SUB
           PERFORM 6100-CHECK-ONE-LICENSE THRU 6100-EXIT
               UNTIL WS-SR-SUB >= WS-SR-COUNT
           IF WS-LICENSES-DUE = ZERO
               MOVE "  (none)" TO ROLLUP-PRINT-LINE
               WRITE ROLLUP-PRINT-LINE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-LICENSE.
           ADD 1 TO WS-SR-SUB
           IF WS-SR-ON-MASTER (WS-SR-SUB) NOT = 'Y'
               GO TO 6100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-SR-LICENSE-EXPIRY (WS-SR-SUB) = ZERO
                   MOVE "NO EXPIRY ON FILE" TO WLD-LICENSE-NOTE
               WHEN WS-SR-LICENSE-EXPIRY (WS-SR-SUB)
                       < WS-WEEK-END-DATE
                   MOVE "EXPIRED" TO WLD-LICENSE-NOTE
               WHEN WS-SR-LICENSE-EXPIRY (WS-SR-SUB)
                       <= WS-LICENSE-LIMIT
                   MOVE "EXPIRES SOON" TO WLD-LICENSE-NOTE
               WHEN OTHER
                   GO TO 6100-EXIT
           END-EVALUATE
           ADD 1 TO WS-LICENSES-DUE
           MOVE WS-SR-STORE-NUMBER (WS-SR-SUB) TO WLD-STORE-NUMBER
           MOVE WS-SR-STORE-NAME (WS-SR-SUB)   TO WLD-STORE-NAME
           MOVE WS-SR-DISTRICT (WS-SR-SUB)     TO WLD-DISTRICT
           MOVE WS-SR-LICENSE-NUMBER (WS-SR-SUB)
               TO WLD-LICENSE-NUMBER
           MOVE WS-SR-LICENSE-EXPIRY (WS-SR-SUB)
               TO WLD-LICENSE-EXPIRY
           MOVE WS-LICENSE-DETAIL TO ROLLUP-PRINT-LINE
           WRITE ROLLUP-PRINT-LINE.
       6100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE AGE-VERIFY-LOG-FILE
           CLOSE ROLLUP-REPORT-FILE
           DISPLAY "Log records read     : " WS-LOG-READ
           DISPLAY "Checks in week       : " WS-LOG-IN-WEEK
           DISPLAY "Checks prior 4 weeks : " WS-LOG-IN-PRIOR
           DISPLAY "Districts            : " WS-DISTRICT-COUNT
           DISPLAY "Stores ranked        : " WS-STORES-RANKED
           DISPLAY "Licenses to renew    : " WS-LICENSES-DUE
           IF WS-LICENSES-DUE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.
