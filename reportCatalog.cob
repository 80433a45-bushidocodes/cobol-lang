      *                  RETNCFG.DAT rules (retention days per report
      *                  name, the LogPurge rule style), writing the
      *                  survivors to RPTARCHV.NEW for the operator
      *                  to promote - the LogPurge convention.  A
      *                  listed print's delimited extract (the same
      *                  name with .CSV for .RPT) is filed with it.
      *    MODIFICATION HISTORY:
      *      2026-09-02  DF  Original version.
      *      2026-10-15  DF  A listed .RPT report's comma-delimited
      *                      extract (same name, .CSV) is filed
      *                      beside it under its own name, once per
      *                      date, and ages by the print's retention
      *                      rule when it has none of its own.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ReportCatalog.
           88  WS-RETENTION-NOTFOUND VALUE "35".

       01  WS-REPORT-FILE-NAME      PIC X(12).
       01  WS-FILING-NAME           PIC X(12).
       01  WS-RULE-WANTED-NAME      PIC X(12).
       01  WS-SUFFIX-COUNT          PIC 9(02) COMP.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ALREADY-FILED VALUE 'Y'.
           05  WS-FOUND-SWITCH      PIC X(01).
               88  WS-RULE-FOUND    VALUE 'Y'.
           05  WS-EXTRACT-SWITCH    PIC X(01).
               88  WS-FILING-EXTRACT VALUE 'Y'.

      *    Retention rules tabled for the aging pass; a report with
      *    no rule is kept forever.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-FILE-ONE-REPORT - the listed report, then its       *
      *    delimited extract when the print is a .RPT               *
      *-----------------------------------------------------------*
       2000-FILE-ONE-REPORT.
           MOVE 'N' TO WS-EXTRACT-SWITCH
           MOVE RPL-REPORT-NAME TO WS-FILING-NAME
           PERFORM 2050-FILE-ONE-COPY THRU 2050-EXIT
           MOVE ZERO TO WS-SUFFIX-COUNT
           INSPECT RPL-REPORT-NAME TALLYING WS-SUFFIX-COUNT
               FOR ALL ".RPT"
           IF WS-SUFFIX-COUNT > ZERO
               MOVE RPL-REPORT-NAME TO WS-FILING-NAME
               INSPECT WS-FILING-NAME REPLACING ALL ".RPT" BY ".CSV"
               MOVE 'Y' TO WS-EXTRACT-SWITCH
               PERFORM 2050-FILE-ONE-COPY THRU 2050-EXIT
           END-IF
           PERFORM 2100-READ-LIST THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2050-FILE-ONE-COPY - the file's lines, under its name    *
      *    and the processing date, once per date                   *
      *-----------------------------------------------------------*
       2050-FILE-ONE-COPY.
           PERFORM 2200-CHECK-ALREADY-FILED THRU 2200-EXIT
           IF WS-ALREADY-FILED
               DISPLAY "Already filed    : " WS-FILING-NAME
               GO TO 2050-EXIT
           END-IF
           MOVE WS-FILING-NAME TO WS-REPORT-FILE-NAME
           MOVE 'N' TO WS-RPT-EOF-SWITCH
           OPEN INPUT WATCHED-REPORT-FILE
           IF WS-REPORT-NOTFOUND
               IF NOT WS-FILING-EXTRACT
                   DISPLAY "Not on disk      : " WS-FILING-NAME
               END-IF
               GO TO 2050-EXIT
           END-IF
           OPEN EXTEND CATALOG-ARCHIVE-FILE
           PERFORM 2300-FILE-ONE-LINE THRU 2300-EXIT
           CLOSE WATCHED-REPORT-FILE
           CLOSE CATALOG-ARCHIVE-FILE
           ADD 1 TO WS-REPORTS-FILED
           DISPLAY "Filed            : " WS-FILING-NAME.
       2050-EXIT.
           EXIT.

       2200-CHECK-ALREADY-FILED.
                   MOVE 'Y' TO WS-ARC-EOF-SWITCH
                   GO TO 2250-EXIT
           END-READ
           IF RCT-REPORT-NAME = WS-FILING-NAME
                   AND RCT-PROC-DATE = WS-PROCESSING-DATE
               MOVE 'Y' TO WS-DUP-FOUND-SWITCH
           END-IF.
                   MOVE 'Y' TO WS-RPT-EOF-SWITCH
                   GO TO 2300-EXIT
           END-READ
           MOVE WS-FILING-NAME     TO RCT-REPORT-NAME
           MOVE WS-PROCESSING-DATE TO RCT-PROC-DATE
           MOVE WATCHED-REPORT-LINE TO RCT-LINE-TEXT
           WRITE REPORT-CATALOG-RECORD
       5100-EXIT.
           EXIT.

      *    A delimited extract with no rule of its own keeps as
      *    long as its print.
       5200-FIND-RULE.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-RT-SUB
           MOVE RCT-REPORT-NAME TO WS-RULE-WANTED-NAME
           PERFORM 5250-SCAN-ONE-RULE THRU 5250-EXIT
               UNTIL WS-RULE-FOUND OR WS-RT-SUB >= WS-RT-COUNT
           IF WS-RULE-FOUND
               GO TO 5200-EXIT
           END-IF
           MOVE ZERO TO WS-SUFFIX-COUNT
           INSPECT WS-RULE-WANTED-NAME TALLYING WS-SUFFIX-COUNT
               FOR ALL ".CSV"
           IF WS-SUFFIX-COUNT = ZERO
               GO TO 5200-EXIT
           END-IF
           INSPECT WS-RULE-WANTED-NAME REPLACING ALL ".CSV" BY ".RPT"
           MOVE ZERO TO WS-RT-SUB
           PERFORM 5250-SCAN-ONE-RULE THRU 5250-EXIT
               UNTIL WS-RULE-FOUND OR WS-RT-SUB >= WS-RT-COUNT.
       5200-EXIT.

       5250-SCAN-ONE-RULE.
           ADD 1 TO WS-RT-SUB
           IF WS-RT-REPORT-NAME (WS-RT-SUB) = WS-RULE-WANTED-NAME
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
       5250-EXIT.
