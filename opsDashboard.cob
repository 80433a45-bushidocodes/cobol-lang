      *                  no longer has to be reconstructed from six
      *                  DISPLAY scrollbacks.  The reporting date
      *                  comes from DASHBOARD_DATE (YYYYMMDD) or
      *                  defaults to today.  A run VolumeTrend found
      *                  outside its weekday volume band is flagged
      *                  V (or V! when severe) from VOLALERT.DAT.
      *    MODIFICATION HISTORY:
      *      2026-08-22  DF  Original version.
      *      2026-09-02  DF  Run steering now comes from the central
      *                      parameter master (PARMMAST.DAT) first;
      *                      the environment variable remains the
      *                      operator's rerun override.
      *      2026-10-15  DF  Flags runs whose record volumes
      *                      VolumeTrend found outside their band.
      *      2026-10-15  DF  Writes OPSDASH.CSV beside the print -
      *                      one comma-delimited row per run listed,
      *                      raw times and counts, under a header
      *                      row.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OpsDashboard.
           SELECT DASHBOARD-REPORT-FILE ASSIGN TO "OPSDASH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY CSVSEL.

           SELECT VOLUME-ALERT-FILE ASSIGN TO "VOLALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           COPY PARMSEL.

       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       01  DASHBOARD-PRINT-LINE        PIC X(100).

       COPY CSVFD.

       FD  VOLUME-ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY VOLALERT.

       WORKING-STORAGE SECTION.
       COPY PARMWS.
       COPY CSVWS.

       01  WS-STATUS-FILE-STATUS    PIC X(02).
           88  WS-STATUS-NOTFOUND   VALUE "35".

       01  WS-ALERT-STATUS          PIC X(02).
           88  WS-ALERT-NOTFOUND    VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-ALERT-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-ALERT-END     VALUE 'Y'.

      *    The report date's volume alerts, held for the run.
       01  WS-ALERT-TABLE.
           05  WS-ALERT-COUNT       PIC 9(03) COMP VALUE ZERO.
           05  WS-ALERT-ENTRY OCCURS 100 TIMES.
               10  WS-AL-PROGRAM-ID PIC X(12).
               10  WS-AL-START-TIME PIC 9(08).
               10  WS-AL-SEVERITY   PIC X(01).

       01  WS-ALERT-MAX             PIC 9(03) COMP VALUE 100.
       01  WS-ALERT-SUB             PIC 9(03) COMP VALUE ZERO.

       01  CURRENT-DATE-WS.
           02  CURRENT-YEAR         PIC 9(4).
       01  WS-COUNTERS.
           05  WS-RUNS-LISTED       PIC 9(05) VALUE ZERO.
           05  WS-RUNS-FAILED       PIC 9(05) VALUE ZERO.
           05  WS-RUNS-VOLUME       PIC 9(05) VALUE ZERO.

       01  WS-DASH-HEADING.
           05  FILLER               PIC X(25) VALUE
           WRITE DASHBOARD-PRINT-LINE
           MOVE WS-COLUMN-HEADING TO DASHBOARD-PRINT-LINE
           WRITE DASHBOARD-PRINT-LINE
           MOVE "OPSDASH.CSV" TO WS-CSV-FILE-NAME
           MOVE SPACES TO WS-CSV-HEADER
           STRING "RunDate,Program,Operator,StartTime,EndTime,"
                  "ReturnCode,Read,Written,Rejected,Flag"
               DELIMITED BY SIZE INTO WS-CSV-HEADER
           PERFORM 9950-OPEN-EXTRACT THRU 9950-EXIT
           DISPLAY "OpsDashboard - runs for " WS-REPORT-DATE-NUM
           PERFORM 1100-LOAD-ALERTS THRU 1100-EXIT
           PERFORM 2100-READ-STATUS THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-LOAD-ALERTS - VolumeTrend's alerts for the report   *
      *    date; none on file means none raised                     *
      *-----------------------------------------------------------*
       1100-LOAD-ALERTS.
           OPEN INPUT VOLUME-ALERT-FILE
           IF WS-ALERT-NOTFOUND
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-LOAD-ONE-ALERT THRU 1110-EXIT
               UNTIL WS-ALERT-END
           CLOSE VOLUME-ALERT-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-ALERT.
           READ VOLUME-ALERT-FILE
               AT END
                   MOVE 'Y' TO WS-ALERT-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ
           IF VAL-RUN-DATE NOT = WS-REPORT-DATE-NUM
                   OR WS-ALERT-COUNT >= WS-ALERT-MAX
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO WS-ALERT-COUNT
           MOVE VAL-PROGRAM-ID TO WS-AL-PROGRAM-ID (WS-ALERT-COUNT)
           MOVE VAL-START-TIME TO WS-AL-START-TIME (WS-ALERT-COUNT)
           MOVE VAL-SEVERITY   TO WS-AL-SEVERITY (WS-ALERT-COUNT).
       1110-EXIT.
           EXIT.

       2000-LIST-ONE-RUN.
           IF JST-RUN-DATE = WS-REPORT-DATE-NUM
               ADD 1 TO WS-RUNS-LISTED
               IF JST-RETURN-CODE > 4
                   MOVE "**" TO WDD-FLAG
                   ADD 1 TO WS-RUNS-FAILED
               ELSE
                   PERFORM 2200-CHECK-VOLUME THRU 2200-EXIT
               END-IF
               MOVE WS-DASH-DETAIL TO DASHBOARD-PRINT-LINE
               WRITE DASHBOARD-PRINT-LINE
               PERFORM 2300-EXTRACT-RUN THRU 2300-EXIT
           END-IF
           PERFORM 2100-READ-STATUS THRU 2100-EXIT.
       2000-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-CHECK-VOLUME - flag the run if VolumeTrend raised   *
      *    an alert against it                                      *
      *-----------------------------------------------------------*
       2200-CHECK-VOLUME.
           MOVE ZERO TO WS-ALERT-SUB
           PERFORM 2210-MATCH-ONE-ALERT THRU 2210-EXIT
               UNTIL WS-ALERT-SUB >= WS-ALERT-COUNT
                  OR WDD-FLAG NOT = SPACES
           IF WDD-FLAG NOT = SPACES
               ADD 1 TO WS-RUNS-VOLUME
           END-IF.
       2200-EXIT.
           EXIT.

       2210-MATCH-ONE-ALERT.
           ADD 1 TO WS-ALERT-SUB
           IF WS-AL-PROGRAM-ID (WS-ALERT-SUB) = JST-PROGRAM-ID
                   AND WS-AL-START-TIME (WS-ALERT-SUB) = JST-START-TIME
               IF WS-AL-SEVERITY (WS-ALERT-SUB) = 'S'
                   MOVE "V!" TO WDD-FLAG
               ELSE
                   MOVE "V " TO WDD-FLAG
               END-IF
           END-IF.
       2210-EXIT.
           EXIT.

       2300-EXTRACT-RUN.
           PERFORM 9955-START-CSV-LINE THRU 9955-EXIT
           MOVE JST-RUN-DATE TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           MOVE JST-PROGRAM-ID TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           MOVE JST-OPERATOR-ID TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           MOVE JST-START-TIME TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           MOVE JST-END-TIME TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           MOVE JST-RETURN-CODE TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           MOVE JST-RECORDS-READ TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           MOVE JST-RECORDS-WRITTEN TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           MOVE JST-RECORDS-REJECTED TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           MOVE WDD-FLAG TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           PERFORM 9966-WRITE-CSV-LINE THRU 9966-EXIT.
       2300-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE NOT = ZERO
               GO TO 9000-EXIT
           END-IF
           CLOSE JOB-STATUS-FILE
           CLOSE DASHBOARD-REPORT-FILE
           PERFORM 9980-CLOSE-EXTRACT THRU 9980-EXIT
           DISPLAY "Runs listed : " WS-RUNS-LISTED
           DISPLAY "Runs failed : " WS-RUNS-FAILED
           DISPLAY "Volume flags: " WS-RUNS-VOLUME.
       9000-EXIT.
           EXIT.

       COPY PARMPA.

       COPY CSVPA.
