      ******************************************************************
      *    PROGRAM-ID: VolumeTrend
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Run-to-run volume check on the nightly chain.
      *                  Every step tonight has left its records read
      *                  and written on JOBSTAT.DAT; each is compared
      *                  with the average of that program's own last
      *                  VOLUME_WEEKS successful runs (default 4) on
      *                  the same weekday, so a Monday is judged
      *                  against Mondays.  The tolerance band is held
      *                  per program on the parameter master as
      *                  VOLUME_BAND_<program> - four 4-digit
      *                  percentages of the average, "LLLL HHHH SSSS
      *                  TTTT": low and high band, then severe low
      *                  and severe high - with VOLUME_BAND_DEFAULT,
      *                  then 50/200/10/1000, for a program with no
      *                  band of its own.  A program needs two runs
      *                  of history before it is judged.  A step out
      *                  of band is written to VOLALERT.DAT for
      *                  OpsDashboard to flag, logged to the
      *                  exception log for WorkQueueBuild to raise on
      *                  the work queue, and listed on VOLTREND.RPT;
      *                  RETURN-CODE 4.  A severe deviation ends the
      *                  step with RETURN-CODE 8, which stops the
      *                  chain ahead of the reporting and feed steps,
      *                  unless VOLUME_STOP is N - the operator's
      *                  override for the restart once the night's
      *                  volumes have been looked at.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VolumeTrend.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-HISTORY-FILE ASSIGN TO "JOBSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT VOLUME-ALERT-FILE ASSIGN TO "VOLALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN TO "VOLTREND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLGSEL.

           COPY PARMSEL.

           COPY PRCDTSEL.

           COPY JOBSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY JOBSTAT
           REPLACING ==JOB-STATUS-RECORD== BY ==JOB-HISTORY-RECORD==
               LEADING ==JST== BY ==JSH==.

       FD  VOLUME-ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY VOLALERT.

       FD  TREND-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TREND-PRINT-LINE            PIC X(100).

       COPY ERRLGFD.
       COPY ERRREC.

       COPY PARMFD.

       COPY PRCDTFD.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY JOBSTAT.
       COPY PRCDTWS.
       COPY PARMWS.
       COPY SYSCLOCK.

       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-HISTORY-NOTFOUND  VALUE "35".

       01  WS-ALERT-STATUS          PIC X(02).
           88  WS-ALERT-NOTFOUND    VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-STOP-SWITCH       PIC X(01) VALUE 'Y'.
               88  WS-STOP-ON-SEVERE VALUE 'Y'.
           05  WS-SEVERITY          PIC X(01).
               88  WS-IN-BAND       VALUE SPACE.
               88  WS-OUT-OF-BAND   VALUE 'B'.
               88  WS-SEVERE        VALUE 'S'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-RUN-INTEGER           PIC 9(07).
       01  WS-RECORD-INTEGER        PIC 9(07).
       01  WS-DAYS-APART            PIC 9(07).
       01  WS-WEEKS-APART           PIC 9(07).
       01  WS-WEEKDAY-REMAINDER     PIC 9(01).

       01  WS-WEEKS-PICK            PIC X(01).
       01  WS-HISTORY-WEEKS         PIC 9(01) VALUE 4.
       01  WS-MIN-HISTORY           PIC 9(01) VALUE 2.

      *    Tonight's run and trailing same-weekday history, by
      *    program, built in one pass over the job-status file.
       01  WS-PROGRAM-TABLE.
           05  WS-PGM-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-PGM-ENTRY OCCURS 100 TIMES.
               10  WS-PG-PROGRAM-ID PIC X(12).
               10  WS-PG-TONIGHT-SW PIC X(01).
                   88  WS-PG-RAN-TONIGHT VALUE 'Y'.
               10  WS-PG-START-TIME PIC 9(08).
               10  WS-PG-READ       PIC 9(07).
               10  WS-PG-WRITTEN    PIC 9(07).
               10  WS-PG-HIST-COUNT PIC 9(02) COMP.
               10  WS-PG-HIST-SLOT  PIC 9(02) COMP.
               10  WS-PG-HIST-DATE  PIC 9(08).
               10  WS-PG-HISTORY OCCURS 9 TIMES.
                   15  WS-PG-HIST-READ    PIC 9(07).
                   15  WS-PG-HIST-WRITTEN PIC 9(07).

       01  WS-PGM-MAX               PIC 9(03) COMP VALUE 100.
       01  WS-PGM-SUB               PIC 9(03) COMP VALUE ZERO.
       01  WS-FOUND-SUB             PIC 9(03) COMP VALUE ZERO.
       01  WS-HIST-SUB              PIC 9(02) COMP VALUE ZERO.

      *    Band for the program being judged, percent of average.
       01  WS-BAND-TEXT             PIC X(20).
       01  WS-BAND-FIELDS REDEFINES WS-BAND-TEXT.
           05  WS-BT-LOW            PIC X(04).
           05  FILLER               PIC X(01).
           05  WS-BT-HIGH           PIC X(04).
           05  FILLER               PIC X(01).
           05  WS-BT-SEVERE-LOW     PIC X(04).
           05  FILLER               PIC X(01).
           05  WS-BT-SEVERE-HIGH    PIC X(04).
           05  FILLER               PIC X(01).

       01  WS-DEFAULT-BAND          PIC X(20)
                                    VALUE "0050 0200 0010 1000".

       01  WS-BAND.
           05  WS-BAND-LOW          PIC 9(04).
           05  WS-BAND-HIGH         PIC 9(04).
           05  WS-BAND-SEVERE-LOW   PIC 9(04).
           05  WS-BAND-SEVERE-HIGH  PIC 9(04).

       01  WS-JUDGE-WORK.
           05  WS-SUM-READ          PIC 9(09).
           05  WS-SUM-WRITTEN       PIC 9(09).
           05  WS-AVG-READ          PIC 9(07).
           05  WS-AVG-WRITTEN       PIC 9(07).
           05  WS-READ-PERCENT      PIC 9(04).
           05  WS-WRITTEN-PERCENT   PIC 9(04).
           05  WS-PCT-TONIGHT       PIC 9(07).
           05  WS-PCT-AVERAGE       PIC 9(07).
           05  WS-PCT-RESULT        PIC 9(04).

       01  WS-LOWER-CASE            PIC X(26)
                                    VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE            PIC X(26)
                                    VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-COUNTERS.
           05  WS-HISTORY-READ      PIC 9(07) VALUE ZERO.
           05  WS-STEPS-JUDGED      PIC 9(05) VALUE ZERO.
           05  WS-STEPS-NO-HISTORY  PIC 9(05) VALUE ZERO.
           05  WS-STEPS-OUT-OF-BAND PIC 9(05) VALUE ZERO.
           05  WS-STEPS-SEVERE      PIC 9(05) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(33) VALUE
               "Record volume trend for run date ".
           05  WHL-RUN-DATE         PIC 9(08).
           05  FILLER               PIC X(12) VALUE ", weekday of".
           05  FILLER               PIC X(06) VALUE " last ".
           05  WHL-WEEKS            PIC 9(01).
           05  FILLER               PIC X(06) VALUE " weeks".

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(36) VALUE
               "Program         Read  Average  Pct ".
           05  FILLER               PIC X(40) VALUE
               "  Written  Average  Pct Runs  Band".

       01  WS-DETAIL-LINE.
           05  WDL-PROGRAM-ID       PIC X(12).
           05  WDL-READ             PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WDL-AVG-READ         PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-READ-PCT         PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WDL-WRITTEN          PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WDL-AVG-WRITTEN      PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-WRITTEN-PCT      PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WDL-RUNS             PIC Z9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WDL-FLAG             PIC X(12).

       01  WS-TOTAL-LINE.
           05  WTL-LABEL            PIC X(24).
           05  WTL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-COLLECT-ONE-RUN THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           IF RETURN-CODE = ZERO
               MOVE ZERO TO WS-PGM-SUB
               PERFORM 3000-JUDGE-ONE-PROGRAM THRU 3000-EXIT
                   UNTIL WS-PGM-SUB >= WS-PGM-COUNT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           MOVE WS-HISTORY-READ TO JST-RECORDS-READ
           MOVE WS-STEPS-OUT-OF-BAND TO JST-RECORDS-WRITTEN
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "VolumeTrend " TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
      *    Job-status records carry the wall-clock run date.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "VOLTREND" TO ERR-PROGRAM-ID
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE "VOLUME_WEEKS" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:1) TO WS-WEEKS-PICK
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "VOLUME_WEEKS"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:1) TO WS-WEEKS-PICK
           END-IF
           IF WS-WEEKS-PICK NUMERIC
                   AND WS-WEEKS-PICK NOT = "0"
               MOVE WS-WEEKS-PICK TO WS-HISTORY-WEEKS
           END-IF
           MOVE "VOLUME_STOP" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           IF WS-PARM-VALUE(1:1) = 'N'
               MOVE 'N' TO WS-STOP-SWITCH
           END-IF
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "VOLUME_STOP"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:1) TO WS-STOP-SWITCH
           END-IF
           OPEN INPUT JOB-HISTORY-FILE
           IF WS-HISTORY-NOTFOUND
               DISPLAY "VolumeTrend - JOBSTAT.DAT not found, "
                   "nothing to judge"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 4 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND VOLUME-ALERT-FILE
           IF WS-ALERT-NOTFOUND
               OPEN OUTPUT VOLUME-ALERT-FILE
           END-IF
           OPEN EXTEND ERROR-LOG-FILE
           OPEN OUTPUT TREND-REPORT-FILE
           MOVE WS-RUN-DATE TO WHL-RUN-DATE
           MOVE WS-HISTORY-WEEKS TO WHL-WEEKS
           MOVE WS-HEADING-LINE TO TREND-PRINT-LINE
           WRITE TREND-PRINT-LINE
           MOVE WS-COLUMN-LINE TO TREND-PRINT-LINE
           WRITE TREND-PRINT-LINE
           DISPLAY "VolumeTrend - record volumes for " WS-RUN-DATE
               " against the last " WS-HISTORY-WEEKS
               " same weekdays".
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-COLLECT-ONE-RUN - tonight's run is kept as is; an   *
      *    earlier successful run on the same weekday goes into the *
      *    program's trailing history, a rerun on one day replacing *
      *    that day's earlier sample                                *
      *-----------------------------------------------------------*
       2000-COLLECT-ONE-RUN.
           READ JOB-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   CLOSE JOB-HISTORY-FILE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-HISTORY-READ
           IF JSH-PROGRAM-ID = JST-PROGRAM-ID
                   OR JSH-RUN-DATE > WS-RUN-DATE
                   OR JSH-RUN-DATE NOT NUMERIC
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-FIND-PROGRAM THRU 2100-EXIT
           IF WS-FOUND-SUB = ZERO
               GO TO 2000-EXIT
           END-IF
           IF JSH-RUN-DATE = WS-RUN-DATE
               MOVE 'Y' TO WS-PG-TONIGHT-SW (WS-FOUND-SUB)
               MOVE JSH-START-TIME TO WS-PG-START-TIME (WS-FOUND-SUB)
               MOVE JSH-RECORDS-READ TO WS-PG-READ (WS-FOUND-SUB)
               MOVE JSH-RECORDS-WRITTEN
                   TO WS-PG-WRITTEN (WS-FOUND-SUB)
               GO TO 2000-EXIT
           END-IF
           IF JSH-RETURN-CODE > 4
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-RECORD-INTEGER =
               FUNCTION INTEGER-OF-DATE(JSH-RUN-DATE)
           COMPUTE WS-DAYS-APART = WS-RUN-INTEGER - WS-RECORD-INTEGER
           DIVIDE WS-DAYS-APART BY 7 GIVING WS-WEEKS-APART
               REMAINDER WS-WEEKDAY-REMAINDER
           IF WS-WEEKDAY-REMAINDER NOT = ZERO
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-ADD-HISTORY THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-PROGRAM.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE ZERO TO WS-PGM-SUB
           PERFORM 2110-MATCH-ONE-PROGRAM THRU 2110-EXIT
               UNTIL WS-PGM-SUB >= WS-PGM-COUNT
                  OR WS-FOUND-SUB > ZERO
           IF WS-FOUND-SUB > ZERO
               GO TO 2100-EXIT
           END-IF
           IF WS-PGM-COUNT >= WS-PGM-MAX
               DISPLAY "VolumeTrend - program table full, "
                   JSH-PROGRAM-ID " not judged"
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-PGM-COUNT
           MOVE WS-PGM-COUNT TO WS-FOUND-SUB
           INITIALIZE WS-PGM-ENTRY (WS-FOUND-SUB)
           MOVE JSH-PROGRAM-ID TO WS-PG-PROGRAM-ID (WS-FOUND-SUB)
           MOVE 'N' TO WS-PG-TONIGHT-SW (WS-FOUND-SUB).
       2100-EXIT.
           EXIT.

       2110-MATCH-ONE-PROGRAM.
           ADD 1 TO WS-PGM-SUB
           IF WS-PG-PROGRAM-ID (WS-PGM-SUB) = JSH-PROGRAM-ID
               MOVE WS-PGM-SUB TO WS-FOUND-SUB
           END-IF.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-ADD-HISTORY - the history is a ring of the last     *
      *    WS-HISTORY-WEEKS samples; the file is in run order, so   *
      *    the oldest sample is the one overwritten                 *
      *-----------------------------------------------------------*
       2200-ADD-HISTORY.
           IF WS-PG-HIST-COUNT (WS-FOUND-SUB) = ZERO
                   OR JSH-RUN-DATE NOT = WS-PG-HIST-DATE (WS-FOUND-SUB)
               ADD 1 TO WS-PG-HIST-SLOT (WS-FOUND-SUB)
               IF WS-PG-HIST-SLOT (WS-FOUND-SUB) > WS-HISTORY-WEEKS
                   MOVE 1 TO WS-PG-HIST-SLOT (WS-FOUND-SUB)
               END-IF
               IF WS-PG-HIST-COUNT (WS-FOUND-SUB) < WS-HISTORY-WEEKS
                   ADD 1 TO WS-PG-HIST-COUNT (WS-FOUND-SUB)
               END-IF
           END-IF
           MOVE WS-PG-HIST-SLOT (WS-FOUND-SUB) TO WS-HIST-SUB
           MOVE JSH-RUN-DATE TO WS-PG-HIST-DATE (WS-FOUND-SUB)
           MOVE JSH-RECORDS-READ
               TO WS-PG-HIST-READ (WS-FOUND-SUB, WS-HIST-SUB)
           MOVE JSH-RECORDS-WRITTEN
               TO WS-PG-HIST-WRITTEN (WS-FOUND-SUB, WS-HIST-SUB).
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-JUDGE-ONE-PROGRAM - tonight against the trailing    *
      *    average, read and written counts each                    *
      *-----------------------------------------------------------*
       3000-JUDGE-ONE-PROGRAM.
           ADD 1 TO WS-PGM-SUB
           IF NOT WS-PG-RAN-TONIGHT (WS-PGM-SUB)
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PG-PROGRAM-ID (WS-PGM-SUB) TO WDL-PROGRAM-ID
           MOVE WS-PG-READ (WS-PGM-SUB)       TO WDL-READ
           MOVE WS-PG-WRITTEN (WS-PGM-SUB)    TO WDL-WRITTEN
           MOVE WS-PG-HIST-COUNT (WS-PGM-SUB) TO WDL-RUNS
           IF WS-PG-HIST-COUNT (WS-PGM-SUB) < WS-MIN-HISTORY
               ADD 1 TO WS-STEPS-NO-HISTORY
               MOVE "no history" TO WDL-FLAG
               MOVE WS-DETAIL-LINE TO TREND-PRINT-LINE
               WRITE TREND-PRINT-LINE
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-STEPS-JUDGED
           PERFORM 3100-GET-BAND THRU 3100-EXIT
           MOVE ZERO TO WS-SUM-READ
           MOVE ZERO TO WS-SUM-WRITTEN
           MOVE ZERO TO WS-HIST-SUB
           PERFORM 3200-SUM-ONE-SAMPLE THRU 3200-EXIT
               UNTIL WS-HIST-SUB >= WS-PG-HIST-COUNT (WS-PGM-SUB)
           COMPUTE WS-AVG-READ ROUNDED =
               WS-SUM-READ / WS-PG-HIST-COUNT (WS-PGM-SUB)
           COMPUTE WS-AVG-WRITTEN ROUNDED =
               WS-SUM-WRITTEN / WS-PG-HIST-COUNT (WS-PGM-SUB)
           MOVE WS-PG-READ (WS-PGM-SUB) TO WS-PCT-TONIGHT
           MOVE WS-AVG-READ TO WS-PCT-AVERAGE
           PERFORM 3300-PERCENT-OF-AVERAGE THRU 3300-EXIT
           MOVE WS-PCT-RESULT TO WS-READ-PERCENT
           MOVE WS-PG-WRITTEN (WS-PGM-SUB) TO WS-PCT-TONIGHT
           MOVE WS-AVG-WRITTEN TO WS-PCT-AVERAGE
           PERFORM 3300-PERCENT-OF-AVERAGE THRU 3300-EXIT
           MOVE WS-PCT-RESULT TO WS-WRITTEN-PERCENT
           MOVE SPACE TO WS-SEVERITY
           IF WS-READ-PERCENT < WS-BAND-LOW
                   OR WS-READ-PERCENT > WS-BAND-HIGH
                   OR WS-WRITTEN-PERCENT < WS-BAND-LOW
                   OR WS-WRITTEN-PERCENT > WS-BAND-HIGH
               MOVE 'B' TO WS-SEVERITY
           END-IF
           IF WS-READ-PERCENT < WS-BAND-SEVERE-LOW
                   OR WS-READ-PERCENT > WS-BAND-SEVERE-HIGH
                   OR WS-WRITTEN-PERCENT < WS-BAND-SEVERE-LOW
                   OR WS-WRITTEN-PERCENT > WS-BAND-SEVERE-HIGH
               MOVE 'S' TO WS-SEVERITY
           END-IF
           MOVE WS-AVG-READ        TO WDL-AVG-READ
           MOVE WS-READ-PERCENT    TO WDL-READ-PCT
           MOVE WS-AVG-WRITTEN     TO WDL-AVG-WRITTEN
           MOVE WS-WRITTEN-PERCENT TO WDL-WRITTEN-PCT
           EVALUATE TRUE
               WHEN WS-SEVERE
                   MOVE "** SEVERE **" TO WDL-FLAG
               WHEN WS-OUT-OF-BAND
                   MOVE "OUT OF BAND" TO WDL-FLAG
               WHEN OTHER
                   MOVE "ok" TO WDL-FLAG
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO TREND-PRINT-LINE
           WRITE TREND-PRINT-LINE
           IF NOT WS-IN-BAND
               PERFORM 4000-RAISE-ALERT THRU 4000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3100-GET-BAND - the program's own band, else the suite   *
      *    default band, else the built-in one                      *
      *-----------------------------------------------------------*
       3100-GET-BAND.
           MOVE SPACES TO WS-PARM-KEY-WANTED
           STRING "VOLUME_BAND_" DELIMITED BY SIZE
                  WS-PG-PROGRAM-ID (WS-PGM-SUB) DELIMITED BY SPACE
               INTO WS-PARM-KEY-WANTED
           INSPECT WS-PARM-KEY-WANTED
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           IF NOT WS-PARM-FOUND
               MOVE "VOLUME_BAND_DEFAULT" TO WS-PARM-KEY-WANTED
               PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           END-IF
           MOVE WS-PARM-VALUE TO WS-BAND-TEXT
           IF WS-BT-LOW NOT NUMERIC
                   OR WS-BT-HIGH NOT NUMERIC
                   OR WS-BT-SEVERE-LOW NOT NUMERIC
                   OR WS-BT-SEVERE-HIGH NOT NUMERIC
               MOVE WS-DEFAULT-BAND TO WS-BAND-TEXT
           END-IF
           MOVE WS-BT-LOW         TO WS-BAND-LOW
           MOVE WS-BT-HIGH        TO WS-BAND-HIGH
           MOVE WS-BT-SEVERE-LOW  TO WS-BAND-SEVERE-LOW
           MOVE WS-BT-SEVERE-HIGH TO WS-BAND-SEVERE-HIGH.
       3100-EXIT.
           EXIT.

       3200-SUM-ONE-SAMPLE.
           ADD 1 TO WS-HIST-SUB
           ADD WS-PG-HIST-READ (WS-PGM-SUB, WS-HIST-SUB)
               TO WS-SUM-READ
           ADD WS-PG-HIST-WRITTEN (WS-PGM-SUB, WS-HIST-SUB)
               TO WS-SUM-WRITTEN.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-PERCENT-OF-AVERAGE - tonight as a percentage of the *
      *    average; nothing against nothing is 100, anything        *
      *    against nothing is off the scale                         *
      *-----------------------------------------------------------*
       3300-PERCENT-OF-AVERAGE.
           IF WS-PCT-AVERAGE = ZERO
               IF WS-PCT-TONIGHT = ZERO
                   MOVE 100 TO WS-PCT-RESULT
               ELSE
                   MOVE 9999 TO WS-PCT-RESULT
               END-IF
               GO TO 3300-EXIT
           END-IF
           COMPUTE WS-PCT-RESULT ROUNDED =
               WS-PCT-TONIGHT * 100 / WS-PCT-AVERAGE
               ON SIZE ERROR
                   MOVE 9999 TO WS-PCT-RESULT
           END-COMPUTE.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-RAISE-ALERT - dashboard flag, then the exception    *
      *    log entry WorkQueueBuild turns into a work item          *
      *-----------------------------------------------------------*
       4000-RAISE-ALERT.
           ADD 1 TO WS-STEPS-OUT-OF-BAND
           IF WS-SEVERE
               ADD 1 TO WS-STEPS-SEVERE
           END-IF
           MOVE WS-RUN-DATE                   TO VAL-RUN-DATE
           MOVE WS-PG-PROGRAM-ID (WS-PGM-SUB) TO VAL-PROGRAM-ID
           MOVE WS-PG-START-TIME (WS-PGM-SUB) TO VAL-START-TIME
           MOVE WS-SEVERITY                   TO VAL-SEVERITY
           MOVE WS-PG-READ (WS-PGM-SUB)       TO VAL-RECORDS-READ
           MOVE WS-AVG-READ                   TO VAL-AVERAGE-READ
           MOVE WS-READ-PERCENT               TO VAL-READ-PERCENT
           MOVE WS-PG-WRITTEN (WS-PGM-SUB)    TO VAL-RECORDS-WRITTEN
           MOVE WS-AVG-WRITTEN                TO VAL-AVERAGE-WRITTEN
           MOVE WS-WRITTEN-PERCENT            TO VAL-WRITTEN-PERCENT
           MOVE WS-PG-HIST-COUNT (WS-PGM-SUB) TO VAL-HISTORY-RUNS
           WRITE VOLUME-ALERT-RECORD
           IF WS-SEVERE
               MOVE "VOLS" TO ERR-CODE
               MOVE "Severe record volume deviation"
                   TO ERR-MESSAGE-TEXT
           ELSE
               MOVE "VOLB" TO ERR-CODE
               MOVE "Record volume outside weekday band"
                   TO ERR-MESSAGE-TEXT
           END-IF
           MOVE WS-PG-PROGRAM-ID (WS-PGM-SUB) TO ERR-FIELD-NAME
           MOVE SPACES TO ERR-INPUT-DATA
           STRING "READ " DELIMITED BY SIZE
                  WS-READ-PERCENT DELIMITED BY SIZE
                  "% WRITTEN " DELIMITED BY SIZE
                  WS-WRITTEN-PERCENT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO ERR-INPUT-DATA
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           DISPLAY "VolumeTrend - " WS-PG-PROGRAM-ID (WS-PGM-SUB)
               " " WDL-FLAG " read " WS-READ-PERCENT
               "% written " WS-WRITTEN-PERCENT "% of average".
       4000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE SPACES TO TREND-PRINT-LINE
           WRITE TREND-PRINT-LINE
           MOVE "Steps judged          : " TO WTL-LABEL
           MOVE WS-STEPS-JUDGED TO WTL-COUNT
           PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
           MOVE "Steps without history : " TO WTL-LABEL
           MOVE WS-STEPS-NO-HISTORY TO WTL-COUNT
           PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
           MOVE "Steps out of band     : " TO WTL-LABEL
           MOVE WS-STEPS-OUT-OF-BAND TO WTL-COUNT
           PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
           MOVE "Severe deviations     : " TO WTL-LABEL
           MOVE WS-STEPS-SEVERE TO WTL-COUNT
           PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
           CLOSE TREND-REPORT-FILE
           CLOSE VOLUME-ALERT-FILE
           CLOSE ERROR-LOG-FILE
           IF WS-STEPS-OUT-OF-BAND > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-STEPS-SEVERE > ZERO
               IF WS-STOP-ON-SEVERE
                   DISPLAY "VolumeTrend - severe deviation, chain "
                       "stopped; restart with VOLUME_STOP=N once "
                       "reviewed"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "VolumeTrend - severe deviation, "
                       "VOLUME_STOP=N so the chain continues"
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.

       9100-PRINT-TOTAL.
           MOVE WS-TOTAL-LINE TO TREND-PRINT-LINE
           WRITE TREND-PRINT-LINE
           DISPLAY WS-TOTAL-LINE.
       9100-EXIT.
           EXIT.

       COPY PARMPA.

       COPY PRCDTPA.

       COPY ERRLOGPA.

       COPY JOBSTAPA.
