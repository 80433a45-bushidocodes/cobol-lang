      ******************************************************************
      *    PROGRAM-ID: FairnessReport
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Front Store - Point of Sale Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Monthly fairness audit of the GuessingGame
      *                  targets.  Every round closed in the month
      *                  (the correct-verdict record on ROUNDHST.DAT)
      *                  is checked: a generated target is re-run
      *                  from its recorded seed and must come out the
      *                  same, and a target keyed in on the
      *                  configuration record instead of generated is
      *                  listed by name.  The generated targets are
      *                  then spread over ten equal slices of their
      *                  round's range and printed against the count
      *                  an even generator would give, with the
      *                  chi-square figure, to FAIRNESS.RPT.  The
      *                  month is FAIR_MONTH (YYYYMM) on the
      *                  parameter file or the environment, else the
      *                  processing month.  RETURN-CODE 4 when any
      *                  round is listed or the spread is uneven.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FairnessReport.
       AUTHOR.        D. Falk.
       INSTALLATION.  Front Store - Point of Sale Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUND-HISTORY-FILE ASSIGN TO "ROUNDHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT FAIRNESS-REPORT-FILE ASSIGN TO "FAIRNESS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY PRCDTSEL.

           COPY PARMSEL.

           COPY JOBSTSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY PRCDTFD.
       FD  ROUND-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ROUNDHST.

       FD  FAIRNESS-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FAIRNESS-PRINT-LINE         PIC X(80).

       COPY PARMFD.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY PARMWS.
       COPY JOBSTAT.
       COPY TGTGNWS.

       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-HISTORY-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.

       01  WS-MONTH-PICK            PIC X(06).
       01  WS-AUDIT-MONTH           PIC 9(06).

      *    Ten equal slices of each round's range.  Expected counts
      *    are built round by round from the values its range can
      *    actually take, so a narrow range that cannot reach every
      *    slice is not held against the generator.
       01  WS-SLICE-TABLE.
           05  WS-SLICE-ENTRY OCCURS 10 TIMES.
               10  WS-SLICE-OBSERVED PIC 9(07).
               10  WS-SLICE-EXPECTED PIC 9(07)V9(04).

       01  WS-SLICE-SUB             PIC 9(03) COMP VALUE ZERO.
       01  WS-RANGE-VALUE           PIC 9(03) COMP VALUE ZERO.
       01  WS-ROUND-RANGE           PIC 9(03) COMP VALUE ZERO.
       01  WS-ROUND-SHARE           PIC 9(01)V9(08).

       01  WS-CHI-SQUARE            PIC 9(07)V9(04) VALUE ZERO.
       01  WS-CHI-TERM              PIC 9(07)V9(04).
       01  WS-SLICE-PCT             PIC 9(03)V99.

      *    Chi-square, nine degrees of freedom, one per cent level;
      *    not judged on fewer generated rounds than the minimum.
       01  WS-CHI-LIMIT             PIC 9(03)V99 VALUE 21.67.
       01  WS-MIN-ROUNDS            PIC 9(03) VALUE 50.

       01  WS-COUNTERS.
           05  WS-GUESSES-READ      PIC 9(07) VALUE ZERO.
           05  WS-ROUNDS-AUDITED    PIC 9(07) VALUE ZERO.
           05  WS-ROUNDS-GENERATED  PIC 9(07) VALUE ZERO.
           05  WS-ROUNDS-KEYED      PIC 9(07) VALUE ZERO.
           05  WS-ROUNDS-NOREPRO    PIC 9(07) VALUE ZERO.
           05  WS-ROUNDS-UNRECORDED PIC 9(07) VALUE ZERO.
           05  WS-LINES-WRITTEN     PIC 9(07) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(32) VALUE
               "Target fairness audit for month ".
           05  WRH-MONTH            PIC 9(06).

       01  WS-FLAG-HEADING          PIC X(57) VALUE
           "Session  Rnd  Played     Tgt   Lo   Hi      Seed  Finding".

       01  WS-FLAG-DETAIL.
           05  WFD-SESSION-ID       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WFD-ROUND-NO         PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WFD-PLAY-DATE        PIC 9(08).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WFD-TARGET           PIC Z9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WFD-LOW              PIC Z9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WFD-HIGH             PIC Z9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WFD-SEED             PIC Z(08)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WFD-FINDING          PIC X(20).

       01  WS-SLICE-HEADING         PIC X(50) VALUE
           "Slice of range   Targets  Expected   Per cent".

       01  WS-SLICE-DETAIL.
           05  FILLER               PIC X(06) VALUE "Slice ".
           05  WSD-SLICE            PIC Z9.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  WSD-OBSERVED         PIC Z(06)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSD-EXPECTED         PIC Z(05)9.99.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WSD-PCT              PIC ZZ9.99.

       01  WS-TOTAL-LINE.
           05  WTL-LABEL            PIC X(30).
           05  WTL-COUNT            PIC Z(06)9.

       01  WS-CHI-LINE.
           05  FILLER               PIC X(30) VALUE
               "Chi-square over the slices".
           05  WCL-CHI              PIC Z(06)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WCL-VERDICT          PIC X(24).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-AUDIT-ONE-GUESS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-PRINT-DISTRIBUTION THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-GUESSES-READ TO JST-RECORDS-READ
           MOVE WS-LINES-WRITTEN TO JST-RECORDS-WRITTEN
           COMPUTE JST-RECORDS-REJECTED =
               WS-ROUNDS-KEYED + WS-ROUNDS-NOREPRO
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE - the audit month, then the history      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "FairnessRept" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           MOVE ZEROS TO WS-SLICE-TABLE
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE(1:6) TO WS-AUDIT-MONTH
           MOVE "FAIR_MONTH" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:6) TO WS-MONTH-PICK
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "FAIR_MONTH"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:6) TO WS-MONTH-PICK
           END-IF
           IF WS-MONTH-PICK NUMERIC
               MOVE WS-MONTH-PICK TO WS-AUDIT-MONTH
           END-IF
           OPEN INPUT ROUND-HISTORY-FILE
           IF WS-HISTORY-NOTFOUND
               DISPLAY "FairnessReport - no round history"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT FAIRNESS-REPORT-FILE
           MOVE WS-AUDIT-MONTH TO WRH-MONTH
           MOVE WS-REPORT-HEADING TO FAIRNESS-PRINT-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           MOVE SPACES TO FAIRNESS-PRINT-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           MOVE WS-FLAG-HEADING TO FAIRNESS-PRINT-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           DISPLAY "FairnessReport - auditing month " WS-AUDIT-MONTH
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2100-READ-HISTORY.
           READ ROUND-HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-AUDIT-ONE-GUESS - only the record that closes a     *
      *    round carries the finished target.  Rounds played        *
      *    before targets were recorded are counted, not judged     *
      *-----------------------------------------------------------*
       2000-AUDIT-ONE-GUESS.
           ADD 1 TO WS-GUESSES-READ
           IF NOT RND-CORRECT
                   OR RND-PLAY-DATE(1:6) NOT = WS-AUDIT-MONTH
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-ROUNDS-AUDITED
           IF RND-TARGET-KEYED
               ADD 1 TO WS-ROUNDS-KEYED
               MOVE "KEYED, NOT GENERATED" TO WFD-FINDING
               PERFORM 2400-PRINT-FLAGGED-ROUND THRU 2400-EXIT
               GO TO 2000-NEXT
           END-IF
           IF NOT RND-TARGET-GENERATED
                   OR RND-TARGET NOT NUMERIC
                   OR RND-SEED NOT NUMERIC
                   OR RND-RANGE-SIZE NOT NUMERIC
                   OR RND-RANGE-SIZE = ZERO
                   OR RND-RANGE-SIZE > 100
               ADD 1 TO WS-ROUNDS-UNRECORDED
               GO TO 2000-NEXT
           END-IF
           PERFORM 2200-REPLAY-TARGET THRU 2200-EXIT
           IF WS-GEN-TARGET NOT = RND-TARGET
                   OR RND-GUESS-VALUE NOT = RND-TARGET
               ADD 1 TO WS-ROUNDS-NOREPRO
               MOVE "SEED DOES NOT REPLAY" TO WFD-FINDING
               PERFORM 2400-PRINT-FLAGGED-ROUND THRU 2400-EXIT
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-ROUNDS-GENERATED
           PERFORM 2300-TALLY-SLICE THRU 2300-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-REPLAY-TARGET - the round's seed and range back     *
      *    through the game's own generator                         *
      *-----------------------------------------------------------*
       2200-REPLAY-TARGET.
           MOVE RND-SEED TO WS-GEN-SEED
           MOVE RND-LOW-RANGE TO WS-GEN-LOW
           COMPUTE WS-GEN-HIGH = RND-LOW-RANGE + RND-RANGE-SIZE - 1
           PERFORM 9330-GENERATE-TARGET THRU 9330-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-TALLY-SLICE - the target into its slice, and each   *
      *    value the range could have drawn into the expected       *
      *    counts at one chance in the range size                   *
      *-----------------------------------------------------------*
       2300-TALLY-SLICE.
           MOVE RND-RANGE-SIZE TO WS-ROUND-RANGE
           COMPUTE WS-SLICE-SUB =
               ((RND-TARGET - RND-LOW-RANGE) * 10) / WS-ROUND-RANGE + 1
           ADD 1 TO WS-SLICE-OBSERVED (WS-SLICE-SUB)
           COMPUTE WS-ROUND-SHARE = 1 / WS-ROUND-RANGE
           MOVE ZERO TO WS-RANGE-VALUE
           PERFORM 2310-SHARE-ONE-VALUE THRU 2310-EXIT
               UNTIL WS-RANGE-VALUE >= WS-ROUND-RANGE.
       2300-EXIT.
           EXIT.

       2310-SHARE-ONE-VALUE.
           COMPUTE WS-SLICE-SUB = (WS-RANGE-VALUE * 10)
               / WS-ROUND-RANGE + 1
           ADD WS-ROUND-SHARE TO WS-SLICE-EXPECTED (WS-SLICE-SUB)
           ADD 1 TO WS-RANGE-VALUE.
       2310-EXIT.
           EXIT.

       2400-PRINT-FLAGGED-ROUND.
           MOVE RND-SESSION-ID TO WFD-SESSION-ID
           MOVE RND-ROUND-NO   TO WFD-ROUND-NO
           MOVE RND-PLAY-DATE  TO WFD-PLAY-DATE
           MOVE RND-TARGET     TO WFD-TARGET
           MOVE RND-LOW-RANGE  TO WFD-LOW
           COMPUTE WFD-HIGH = RND-LOW-RANGE + RND-RANGE-SIZE - 1
           MOVE RND-SEED       TO WFD-SEED
           MOVE WS-FLAG-DETAIL TO FAIRNESS-PRINT-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-PRINT-DISTRIBUTION - slices against an even         *
      *    generator, the chi-square figure, and the round counts   *
      *-----------------------------------------------------------*
       3000-PRINT-DISTRIBUTION.
           IF RETURN-CODE = 16
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO FAIRNESS-PRINT-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           MOVE WS-SLICE-HEADING TO FAIRNESS-PRINT-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           MOVE ZERO TO WS-CHI-SQUARE
           MOVE ZERO TO WS-SLICE-SUB
           PERFORM 3100-PRINT-ONE-SLICE THRU 3100-EXIT
               UNTIL WS-SLICE-SUB >= 10
           MOVE SPACES TO FAIRNESS-PRINT-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           MOVE WS-CHI-SQUARE TO WCL-CHI
           EVALUATE TRUE
               WHEN WS-ROUNDS-GENERATED < WS-MIN-ROUNDS
                   MOVE "TOO FEW ROUNDS TO JUDGE" TO WCL-VERDICT
               WHEN WS-CHI-SQUARE > WS-CHI-LIMIT
                   MOVE "UNEVEN" TO WCL-VERDICT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "EVEN" TO WCL-VERDICT
           END-EVALUATE
           MOVE WS-CHI-LINE TO FAIRNESS-PRINT-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT
           MOVE "Rounds closed in the month" TO WTL-LABEL
           MOVE WS-ROUNDS-AUDITED TO WTL-COUNT
           PERFORM 3200-PRINT-TOTAL THRU 3200-EXIT
           MOVE "Generated and replayed" TO WTL-LABEL
           MOVE WS-ROUNDS-GENERATED TO WTL-COUNT
           PERFORM 3200-PRINT-TOTAL THRU 3200-EXIT
           MOVE "Keyed, not generated" TO WTL-LABEL
           MOVE WS-ROUNDS-KEYED TO WTL-COUNT
           PERFORM 3200-PRINT-TOTAL THRU 3200-EXIT
           MOVE "Seed does not replay" TO WTL-LABEL
           MOVE WS-ROUNDS-NOREPRO TO WTL-COUNT
           PERFORM 3200-PRINT-TOTAL THRU 3200-EXIT
           MOVE "No target recorded" TO WTL-LABEL
           MOVE WS-ROUNDS-UNRECORDED TO WTL-COUNT
           PERFORM 3200-PRINT-TOTAL THRU 3200-EXIT
           IF WS-ROUNDS-KEYED > ZERO OR WS-ROUNDS-NOREPRO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-SLICE.
           ADD 1 TO WS-SLICE-SUB
           MOVE ZERO TO WS-SLICE-PCT
           IF WS-ROUNDS-GENERATED > ZERO
               COMPUTE WS-SLICE-PCT ROUNDED =
                   WS-SLICE-OBSERVED (WS-SLICE-SUB) * 100
                       / WS-ROUNDS-GENERATED
           END-IF
           IF WS-SLICE-EXPECTED (WS-SLICE-SUB) > ZERO
               COMPUTE WS-CHI-TERM ROUNDED =
                   (WS-SLICE-OBSERVED (WS-SLICE-SUB)
                       - WS-SLICE-EXPECTED (WS-SLICE-SUB)) ** 2
                   / WS-SLICE-EXPECTED (WS-SLICE-SUB)
               ADD WS-CHI-TERM TO WS-CHI-SQUARE
           END-IF
           MOVE WS-SLICE-SUB TO WSD-SLICE
           MOVE WS-SLICE-OBSERVED (WS-SLICE-SUB) TO WSD-OBSERVED
           MOVE WS-SLICE-EXPECTED (WS-SLICE-SUB) TO WSD-EXPECTED
           MOVE WS-SLICE-PCT TO WSD-PCT
           MOVE WS-SLICE-DETAIL TO FAIRNESS-PRINT-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

       3200-PRINT-TOTAL.
           MOVE WS-TOTAL-LINE TO FAIRNESS-PRINT-LINE
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       3200-EXIT.
           EXIT.

       8000-WRITE-LINE.
           WRITE FAIRNESS-PRINT-LINE
           ADD 1 TO WS-LINES-WRITTEN.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE ROUND-HISTORY-FILE
           CLOSE FAIRNESS-REPORT-FILE
           DISPLAY "Guesses read        : " WS-GUESSES-READ
           DISPLAY "Rounds audited      : " WS-ROUNDS-AUDITED
           DISPLAY "Rounds keyed        : " WS-ROUNDS-KEYED
           DISPLAY "Rounds not replayed : " WS-ROUNDS-NOREPRO.
       9000-EXIT.
           EXIT.

       COPY TGTGNPA.

       COPY PRCDTPA.

       COPY PARMPA.

       COPY JOBSTAPA.
