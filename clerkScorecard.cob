      *                      (PROCDATE.DAT / PROCESS_DATE override)
      *                      instead of the wall clock, so a rerun of
      *                      Thursday's business stamps Thursday.
      *      2026-10-15  DF  Writes CLERKSCR.CSV beside the print -
      *                      one comma-delimited row per clerk, raw
      *                      counts and rate, under a header row.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ClerkScorecard.
           SELECT SCORECARD-REPORT-FILE ASSIGN TO "CLERKSCR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY CSVSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       01  SCORECARD-PRINT-LINE        PIC X(100).

       COPY CSVFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY CSVWS.
       01  WS-LOG-STATUS            PIC X(02).
           88  WS-LOG-NOTFOUND      VALUE "35".

               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT SCORECARD-REPORT-FILE
           MOVE "CLERKSCR.CSV" TO WS-CSV-FILE-NAME
           MOVE SPACES TO WS-CSV-HEADER
           STRING "Month,ClerkId,Checks,Refused,RefusalPct,Scanned,"
                  "Manual,Overrides"
               DELIMITED BY SIZE INTO WS-CSV-HEADER
           PERFORM 9950-OPEN-EXTRACT THRU 9950-EXIT
           DISPLAY "ClerkScorecard - month " WS-REPORT-MONTH
           PERFORM 2100-READ-LOG THRU 2100-EXIT.
       1000-EXIT.
               UNTIL WS-CK-SUB >= WS-CK-COUNT
           CLOSE AGE-VERIFY-LOG-FILE
           CLOSE SCORECARD-REPORT-FILE
           PERFORM 9980-CLOSE-EXTRACT THRU 9980-EXIT
           DISPLAY "Checks in month : " WS-RECORDS-IN-MONTH
           DISPLAY "Clerks reported : " WS-CK-COUNT.
       9000-EXIT.
           MOVE WS-CK-MANUAL (WS-CK-SUB)     TO WSD-MANUAL
           MOVE WS-CK-OVERRIDDEN (WS-CK-SUB) TO WSD-OVERRIDDEN
           MOVE WS-SCORE-DETAIL TO SCORECARD-PRINT-LINE
           WRITE SCORECARD-PRINT-LINE
           PERFORM 9150-EXTRACT-ONE-CLERK THRU 9150-EXIT.
       9100-EXIT.
           EXIT.

       9150-EXTRACT-ONE-CLERK.
           PERFORM 9955-START-CSV-LINE THRU 9955-EXIT
           MOVE WS-REPORT-MONTH TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           MOVE WS-CK-CLERK-ID (WS-CK-SUB) TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT
           MOVE WS-CK-CHECKS (WS-CK-SUB) TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           MOVE WS-CK-REFUSED (WS-CK-SUB) TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           MOVE WS-REFUSAL-RATE TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           MOVE WS-CK-SCANNED (WS-CK-SUB) TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           MOVE WS-CK-MANUAL (WS-CK-SUB) TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           MOVE WS-CK-OVERRIDDEN (WS-CK-SUB) TO WS-CSV-NUMBER
           PERFORM 9964-ADD-CSV-NUMBER THRU 9964-EXIT
           PERFORM 9966-WRITE-CSV-LINE THRU 9966-EXIT.
       9150-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY CSVPA.
