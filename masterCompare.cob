      ******************************************************************
      *    PROGRAM-ID: MasterCompare
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Field-level compare of two STUDENT-MASTER
      *                  generations.  The operator names an older
      *                  generation registered on BKPGEN.DAT and
      *                  either a newer one or blank for the live
      *                  STUMAST.DAT.  Both sides come off in
      *                  StudentId order (the MasterBackup unloads
      *                  are written that way), so they are matched
      *                  in one pass: a StudentId only on the newer
      *                  side is ADDED, only on the older side
      *                  DELETED, and on both sides each field that
      *                  differs is listed on MSTCOMP.RPT with its
      *                  old and new value.  Optional filters narrow
      *                  the listing to one field, one status code
      *                  (on either side) or a StudentId range.
      *                  STUAUDIT.LOG rows and intake adds on
      *                  STUTXN.LOG dated from the older generation
      *                  through the newer one are SORTed by
      *                  StudentId and merged in as a third stream;
      *                  a difference for a student with no such row
      *                  is flagged UNAUDITED and sets RETURN-CODE 4.
      *                  A restore logged in the period is warned
      *                  of, since it rewrites the whole file.  The
      *                  run closes with counts by field.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MasterCompare.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-GENERATION-FILE
               ASSIGN TO DYNAMIC WS-OLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-GENERATION-FILE
               ASSIGN TO DYNAMIC WS-NEW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT GENERATION-FILE ASSIGN TO "BKPGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "STUAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT TXN-LOG-FILE ASSIGN TO "STUTXN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNLOG-STATUS.

           SELECT COMPARE-REPORT-FILE ASSIGN TO "MSTCOMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "MSTCOMP.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-GENERATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-GENERATION-RECORD       PIC X(100).

       FD  NEW-GENERATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-GENERATION-RECORD       PIC X(100).

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  GENERATION-FILE
           LABEL RECORDS ARE STANDARD.
       COPY BKPGEN.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  TXN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TXNLOG.

       FD  COMPARE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMPARE-PRINT-LINE          PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-STUDENT-ID          PIC 9(07).
           05  SRT-ACTION-CODE         PIC X(01).

       WORKING-STORAGE SECTION.
      *    The two sides of the compare, each in the master layout.
       COPY STUMAST
           REPLACING ==STUDENT-MASTER-RECORD== BY ==OLD-STUDENT-IMAGE==
               LEADING ==STU== BY ==OLD==.
       COPY STUMAST
           REPLACING ==STUDENT-MASTER-RECORD== BY ==NEW-STUDENT-IMAGE==
               LEADING ==STU== BY ==NEW==.

       01  WS-OLD-STATUS            PIC X(02).
           88  WS-OLD-NOTFOUND      VALUE "35".

       01  WS-NEW-STATUS            PIC X(02).
           88  WS-NEW-NOTFOUND      VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).
           88  WS-MASTER-NOTFOUND   VALUE "35".

       01  WS-GENERATION-STATUS     PIC X(02).
           88  WS-GENERATION-NOTFOUND VALUE "35".

       01  WS-AUDIT-STATUS          PIC X(02).
           88  WS-AUDIT-NOTFOUND    VALUE "35".

       01  WS-TXNLOG-STATUS         PIC X(02).
           88  WS-TXNLOG-NOTFOUND   VALUE "35".

       01  WS-OLD-FILE-NAME         PIC X(20).
       01  WS-NEW-FILE-NAME         PIC X(20).

       01  WS-SWITCHES.
           05  WS-GEN-EOF-SWITCH    PIC X(01).
               88  WS-GEN-END       VALUE 'Y'.
           05  WS-GEN-FOUND-SWITCH  PIC X(01).
               88  WS-GEN-FOUND     VALUE 'Y'.
           05  WS-AUD-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-AUD-END       VALUE 'Y'.
           05  WS-TXN-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-TXN-END       VALUE 'Y'.
           05  WS-COMPARE-LIVE-SW   PIC X(01) VALUE 'N'.
               88  WS-COMPARE-LIVE  VALUE 'Y'.
           05  WS-AUDITED-SWITCH    PIC X(01).
               88  WS-AUDITED       VALUE 'Y'.
           05  WS-SELECTED-SWITCH   PIC X(01).
               88  WS-SELECTED      VALUE 'Y'.

      *    Run parameters, keyed at the terminal.
       01  WS-CRITERIA.
           05  WS-OLD-DATE          PIC 9(08).
           05  WS-NEW-DATE-TEXT     PIC X(08).
           05  WS-NEW-DATE REDEFINES WS-NEW-DATE-TEXT
                                    PIC 9(08).
           05  WS-PERIOD-END-DATE   PIC 9(08).
           05  WS-FIELD-FILTER      PIC X(13).
           05  WS-STATUS-FILTER     PIC X(01).
           05  WS-LOW-ID-TEXT       PIC X(07).
           05  WS-LOW-ID REDEFINES WS-LOW-ID-TEXT
                                    PIC 9(07).
           05  WS-HIGH-ID-TEXT      PIC X(07).
           05  WS-HIGH-ID REDEFINES WS-HIGH-ID-TEXT
                                    PIC 9(07).

      *    Match keys - HIGH-VALUES once a side is exhausted.
       01  WS-MATCH-KEYS.
           05  WS-OLD-KEY           PIC X(07).
           05  WS-NEW-KEY           PIC X(07).
           05  WS-SRT-KEY           PIC X(07).
           05  WS-CURRENT-KEY       PIC X(07).

       01  WS-AUD-DATE-NUM          PIC 9(08).
       01  WS-TXN-DATE-NUM          PIC 9(08).

      *    Compared fields, in master record order.
       01  WS-FIELD-NAMES.
           05  FILLER               PIC X(13) VALUE "SURNAME".
           05  FILLER               PIC X(13) VALUE "GIVEN-NAME".
           05  FILLER               PIC X(13) VALUE "INITIALS".
           05  FILLER               PIC X(13) VALUE "COURSE-CODE".
           05  FILLER               PIC X(13) VALUE "GENDER".
           05  FILLER               PIC X(13) VALUE "DATE-OF-BIRTH".
           05  FILLER               PIC X(13) VALUE "ENTRY-DATE".
           05  FILLER               PIC X(13) VALUE "TERM-CODE".
           05  FILLER               PIC X(13) VALUE "STATUS-CODE".
           05  FILLER               PIC X(13) VALUE "STATUS-DATE".
           05  FILLER               PIC X(13) VALUE "FEED-STATUS".
           05  FILLER               PIC X(13) VALUE "STANDING-CODE".
           05  FILLER               PIC X(13) VALUE "PRIVACY-BLOCK".
           05  FILLER               PIC X(13) VALUE "PRIVACY-DATE".
       01  WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAMES.
           05  WS-FLD-NAME          PIC X(13) OCCURS 14 TIMES.

       01  WS-FIELD-COUNT-TABLE.
           05  WS-FLD-COUNTS OCCURS 14 TIMES.
               10  WS-FLD-CHANGED   PIC 9(07).
               10  WS-FLD-UNAUDITED PIC 9(07).

       01  WS-FLD-SUB               PIC 9(02) COMP VALUE ZERO.
       01  WS-FLD-MAX               PIC 9(02) COMP VALUE 14.
       01  WS-FILTER-SUB            PIC 9(02) COMP VALUE ZERO.
       01  WS-CMP-OLD-VALUE         PIC X(20).
       01  WS-CMP-NEW-VALUE         PIC X(20).
       01  WS-FIELDS-DIFFERING      PIC 9(02) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-OLD-READ          PIC 9(07) VALUE ZERO.
           05  WS-NEW-READ          PIC 9(07) VALUE ZERO.
           05  WS-AUDIT-ROWS        PIC 9(07) VALUE ZERO.
           05  WS-RESTORES-LOGGED   PIC 9(05) VALUE ZERO.
           05  WS-RECORDS-ADDED     PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-DELETED   PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-CHANGED   PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-UNAUDITED PIC 9(07) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(27) VALUE
               "STUDENT-MASTER compare of  ".
           05  WHL-OLD-NAME         PIC X(20).
           05  FILLER               PIC X(06) VALUE "  to  ".
           05  WHL-NEW-NAME         PIC X(20).

       01  WS-FILTER-LINE.
           05  FILLER               PIC X(10) VALUE "  field: ".
           05  WFL-FIELD            PIC X(13).
           05  FILLER               PIC X(10) VALUE "  status: ".
           05  WFL-STATUS           PIC X(01).
           05  FILLER               PIC X(08) VALUE "  ids: ".
           05  WFL-LOW-ID           PIC 9(07).
           05  FILLER               PIC X(04) VALUE " to ".
           05  WFL-HIGH-ID          PIC 9(07).

       01  WS-RECORD-LINE.
           05  WRL-ACTION           PIC X(08).
           05  WRL-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WRL-SURNAME          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WRL-GIVEN-NAME       PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WRL-STATUS           PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WRL-AUDIT-FLAG       PIC X(11).

       01  WS-CHANGE-LINE.
           05  FILLER               PIC X(08) VALUE "CHANGED ".
           05  WCL-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WCL-FIELD-NAME       PIC X(13).
           05  FILLER               PIC X(06) VALUE " old: ".
           05  WCL-OLD-VALUE        PIC X(20).
           05  FILLER               PIC X(06) VALUE " new: ".
           05  WCL-NEW-VALUE        PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WCL-AUDIT-FLAG       PIC X(11).

       01  WS-FIELD-SUMMARY-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WFS-FIELD-NAME       PIC X(13).
           05  FILLER               PIC X(11) VALUE "  changed  ".
           05  WFS-CHANGED          PIC ZZZZZZ9.
           05  FILLER               PIC X(13) VALUE "  unaudited  ".
           05  WFS-UNAUDITED        PIC ZZZZZZ9.

       01  WS-TOTAL-LINE.
           05  WTL-LABEL            PIC X(26).
           05  WTL-COUNT            PIC ZZZZZZ9.

       01  WS-UNAUDITED-TEXT        PIC X(11) VALUE "*UNAUDITED*".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-STUDENT-ID
                   INPUT PROCEDURE IS 2000-COLLECT-AUDIT
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-COMPARE-GENERATIONS
                       THRU 3000-EXIT
               PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE - which two generations, which filters   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           INITIALIZE WS-FIELD-COUNT-TABLE
           DISPLAY "MasterCompare - field-level STUDENT-MASTER compare"
           DISPLAY "Older generation date (YYYYMMDD)       : "
               WITH NO ADVANCING
           ACCEPT WS-OLD-DATE
           DISPLAY "Newer generation date (blank = live)   : "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-DATE-TEXT
           ACCEPT WS-NEW-DATE-TEXT
           IF WS-NEW-DATE-TEXT = SPACES
               MOVE 'Y' TO WS-COMPARE-LIVE-SW
           END-IF
           DISPLAY "Field to report (blank = all)          : "
               WITH NO ADVANCING
           MOVE SPACES TO WS-FIELD-FILTER
           ACCEPT WS-FIELD-FILTER
           DISPLAY "Status code on either side (blank=all) : "
               WITH NO ADVANCING
           MOVE SPACE TO WS-STATUS-FILTER
           ACCEPT WS-STATUS-FILTER
           DISPLAY "From StudentId (blank = first)         : "
               WITH NO ADVANCING
           MOVE SPACES TO WS-LOW-ID-TEXT
           ACCEPT WS-LOW-ID-TEXT
           IF WS-LOW-ID-TEXT NOT NUMERIC
               MOVE ZERO TO WS-LOW-ID
           END-IF
           DISPLAY "To StudentId (blank = last)            : "
               WITH NO ADVANCING
           MOVE SPACES TO WS-HIGH-ID-TEXT
           ACCEPT WS-HIGH-ID-TEXT
           IF WS-HIGH-ID-TEXT NOT NUMERIC
               MOVE 9999999 TO WS-HIGH-ID
           END-IF
           IF WS-FIELD-FILTER NOT = SPACES
               PERFORM 1300-CHECK-FIELD-FILTER THRU 1300-EXIT
               IF WS-FILTER-SUB = ZERO
                   DISPLAY "MasterCompare - unknown field "
                       WS-FIELD-FILTER
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           MOVE WS-OLD-DATE TO WS-PERIOD-END-DATE
           PERFORM 1200-CHECK-GENERATION THRU 1200-EXIT
           IF NOT WS-GEN-FOUND
               DISPLAY "MasterCompare - generation " WS-OLD-DATE
                   " is not on BKPGEN.DAT"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO WS-OLD-FILE-NAME
           STRING "STUBKUP." DELIMITED BY SIZE
                  WS-OLD-DATE DELIMITED BY SIZE
               INTO WS-OLD-FILE-NAME
           IF WS-COMPARE-LIVE
               MOVE 99999999 TO WS-PERIOD-END-DATE
               MOVE "STUMAST.DAT (live)" TO WS-NEW-FILE-NAME
           ELSE
               IF WS-NEW-DATE-TEXT NOT NUMERIC
                       OR WS-NEW-DATE NOT > WS-OLD-DATE
                   DISPLAY "MasterCompare - newer generation must "
                       "be a date after " WS-OLD-DATE
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               MOVE WS-NEW-DATE TO WS-PERIOD-END-DATE
               PERFORM 1200-CHECK-GENERATION THRU 1200-EXIT
               IF NOT WS-GEN-FOUND
                   DISPLAY "MasterCompare - generation " WS-NEW-DATE
                       " is not on BKPGEN.DAT"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               MOVE SPACES TO WS-NEW-FILE-NAME
               STRING "STUBKUP." DELIMITED BY SIZE
                      WS-NEW-DATE DELIMITED BY SIZE
                   INTO WS-NEW-FILE-NAME
           END-IF
           OPEN INPUT OLD-GENERATION-FILE
           IF WS-OLD-NOTFOUND
               DISPLAY "MasterCompare - " WS-OLD-FILE-NAME
                   " not found"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF WS-COMPARE-LIVE
               OPEN INPUT STUDENT-MASTER-FILE
               IF WS-MASTER-NOTFOUND
                   DISPLAY "MasterCompare - STUDENT-MASTER not found"
                   CLOSE OLD-GENERATION-FILE
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           ELSE
               OPEN INPUT NEW-GENERATION-FILE
               IF WS-NEW-NOTFOUND
                   DISPLAY "MasterCompare - " WS-NEW-FILE-NAME
                       " not found"
                   CLOSE OLD-GENERATION-FILE
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           OPEN OUTPUT COMPARE-REPORT-FILE
           MOVE WS-OLD-FILE-NAME TO WHL-OLD-NAME
           MOVE WS-NEW-FILE-NAME TO WHL-NEW-NAME
           MOVE WS-HEADING-LINE TO COMPARE-PRINT-LINE
           WRITE COMPARE-PRINT-LINE
           MOVE WS-FIELD-FILTER  TO WFL-FIELD
           MOVE WS-STATUS-FILTER TO WFL-STATUS
           MOVE WS-LOW-ID        TO WFL-LOW-ID
           MOVE WS-HIGH-ID       TO WFL-HIGH-ID
           MOVE WS-FILTER-LINE TO COMPARE-PRINT-LINE
           WRITE COMPARE-PRINT-LINE
           DISPLAY WS-HEADING-LINE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-CHECK-GENERATION - the generation dated             *
      *    WS-PERIOD-END-DATE must be registered on the control     *
      *    file; an expired one is still usable while its unload    *
      *    is on disk                                               *
      *-----------------------------------------------------------*
       1200-CHECK-GENERATION.
           MOVE 'N' TO WS-GEN-FOUND-SWITCH
           MOVE 'N' TO WS-GEN-EOF-SWITCH
           OPEN INPUT GENERATION-FILE
           IF WS-GENERATION-NOTFOUND
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-SCAN-ONE-GENERATION THRU 1210-EXIT
               UNTIL WS-GEN-END
           CLOSE GENERATION-FILE.
       1200-EXIT.
           EXIT.

       1210-SCAN-ONE-GENERATION.
           READ GENERATION-FILE
               AT END
                   MOVE 'Y' TO WS-GEN-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ
           IF BKG-GENERATION-DATE = WS-PERIOD-END-DATE
               MOVE 'Y' TO WS-GEN-FOUND-SWITCH
           END-IF.
       1210-EXIT.
           EXIT.

       1300-CHECK-FIELD-FILTER.
           MOVE ZERO TO WS-FILTER-SUB
           MOVE ZERO TO WS-FLD-SUB
           PERFORM 1310-MATCH-ONE-NAME THRU 1310-EXIT
               UNTIL WS-FLD-SUB >= WS-FLD-MAX.
       1300-EXIT.
           EXIT.

       1310-MATCH-ONE-NAME.
           ADD 1 TO WS-FLD-SUB
           IF WS-FLD-NAME (WS-FLD-SUB) = WS-FIELD-FILTER
               MOVE WS-FLD-SUB TO WS-FILTER-SUB
           END-IF.
       1310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-COLLECT-AUDIT - SORT input procedure; every audit   *
      *    row and intake add dated inside the compare period is    *
      *    released by StudentId                                    *
      *-----------------------------------------------------------*
       2000-COLLECT-AUDIT.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-NOTFOUND
               DISPLAY "MasterCompare - no STUAUDIT.LOG; every "
                   "difference will show as unaudited"
               MOVE 'Y' TO WS-AUD-EOF-SWITCH
           END-IF
           PERFORM 2100-RELEASE-ONE-AUDIT THRU 2100-EXIT
               UNTIL WS-AUD-END
           IF NOT WS-AUDIT-NOTFOUND
               CLOSE AUDIT-TRAIL-FILE
           END-IF
           OPEN INPUT TXN-LOG-FILE
           IF WS-TXNLOG-NOTFOUND
               MOVE 'Y' TO WS-TXN-EOF-SWITCH
           END-IF
           PERFORM 2200-RELEASE-ONE-TXN THRU 2200-EXIT
               UNTIL WS-TXN-END
           IF NOT WS-TXNLOG-NOTFOUND
               CLOSE TXN-LOG-FILE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-AUDIT.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE 'Y' TO WS-AUD-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           MOVE AUD-DATE TO WS-AUD-DATE-NUM
           IF WS-AUD-DATE-NUM < WS-OLD-DATE
                   OR WS-AUD-DATE-NUM > WS-PERIOD-END-DATE
               GO TO 2100-EXIT
           END-IF
           IF AUD-ACTION-CODE = 'R'
               ADD 1 TO WS-RESTORES-LOGGED
           END-IF
           MOVE AUD-STUDENT-ID  TO SRT-STUDENT-ID
           MOVE AUD-ACTION-CODE TO SRT-ACTION-CODE
           RELEASE SORT-RECORD
           ADD 1 TO WS-AUDIT-ROWS.
       2100-EXIT.
           EXIT.

       2200-RELEASE-ONE-TXN.
           READ TXN-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-TXN-EOF-SWITCH
                   GO TO 2200-EXIT
           END-READ
           MOVE TXN-DATE TO WS-TXN-DATE-NUM
           IF WS-TXN-DATE-NUM < WS-OLD-DATE
                   OR WS-TXN-DATE-NUM > WS-PERIOD-END-DATE
               GO TO 2200-EXIT
           END-IF
           MOVE TXN-STUDENT-ID TO SRT-STUDENT-ID
           MOVE 'A'            TO SRT-ACTION-CODE
           RELEASE SORT-RECORD
           ADD 1 TO WS-AUDIT-ROWS.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-COMPARE-GENERATIONS - SORT output procedure; the    *
      *    older side, the newer side and the sorted audit keys     *
      *    are all in StudentId order and are matched in one pass   *
      *-----------------------------------------------------------*
       3000-COMPARE-GENERATIONS.
           PERFORM 3010-READ-OLD THRU 3010-EXIT
           PERFORM 3020-READ-NEW THRU 3020-EXIT
           PERFORM 3030-RETURN-AUDIT THRU 3030-EXIT
           PERFORM 3100-MATCH-ONE THRU 3100-EXIT
               UNTIL WS-OLD-KEY = HIGH-VALUES
                 AND WS-NEW-KEY = HIGH-VALUES.
       3000-EXIT.
           EXIT.

       3010-READ-OLD.
           READ OLD-GENERATION-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-OLD-KEY
                   GO TO 3010-EXIT
           END-READ
           MOVE OLD-GENERATION-RECORD TO OLD-STUDENT-IMAGE
           MOVE OLD-ID TO WS-OLD-KEY
           ADD 1 TO WS-OLD-READ.
       3010-EXIT.
           EXIT.

       3020-READ-NEW.
           IF WS-COMPARE-LIVE
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-NEW-KEY
                       GO TO 3020-EXIT
               END-READ
               MOVE STUDENT-MASTER-RECORD TO NEW-STUDENT-IMAGE
           ELSE
               READ NEW-GENERATION-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-NEW-KEY
                       GO TO 3020-EXIT
               END-READ
               MOVE NEW-GENERATION-RECORD TO NEW-STUDENT-IMAGE
           END-IF
           MOVE NEW-ID TO WS-NEW-KEY
           ADD 1 TO WS-NEW-READ.
       3020-EXIT.
           EXIT.

       3030-RETURN-AUDIT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SRT-KEY
                   GO TO 3030-EXIT
           END-RETURN
           MOVE SRT-STUDENT-ID TO WS-SRT-KEY.
       3030-EXIT.
           EXIT.

       3100-MATCH-ONE.
           EVALUATE TRUE
               WHEN WS-OLD-KEY < WS-NEW-KEY
                   MOVE WS-OLD-KEY TO WS-CURRENT-KEY
                   PERFORM 3200-FIND-AUDIT THRU 3200-EXIT
                   PERFORM 4000-REPORT-DELETED THRU 4000-EXIT
                   PERFORM 3010-READ-OLD THRU 3010-EXIT
               WHEN WS-OLD-KEY > WS-NEW-KEY
                   MOVE WS-NEW-KEY TO WS-CURRENT-KEY
                   PERFORM 3200-FIND-AUDIT THRU 3200-EXIT
                   PERFORM 4100-REPORT-ADDED THRU 4100-EXIT
                   PERFORM 3020-READ-NEW THRU 3020-EXIT
               WHEN OTHER
                   MOVE WS-OLD-KEY TO WS-CURRENT-KEY
                   PERFORM 3200-FIND-AUDIT THRU 3200-EXIT
                   PERFORM 4200-REPORT-CHANGES THRU 4200-EXIT
                   PERFORM 3010-READ-OLD THRU 3010-EXIT
                   PERFORM 3020-READ-NEW THRU 3020-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-FIND-AUDIT - step the sorted audit keys up to the   *
      *    current StudentId; audited when one lands on it          *
      *-----------------------------------------------------------*
       3200-FIND-AUDIT.
           PERFORM 3030-RETURN-AUDIT THRU 3030-EXIT
               UNTIL WS-SRT-KEY NOT < WS-CURRENT-KEY
           IF WS-SRT-KEY = WS-CURRENT-KEY
               MOVE 'Y' TO WS-AUDITED-SWITCH
           ELSE
               MOVE 'N' TO WS-AUDITED-SWITCH
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-CHECK-FILTERS - StudentId range, then the status    *
      *    code on either side of the compare                       *
      *-----------------------------------------------------------*
       3300-CHECK-FILTERS.
           MOVE 'N' TO WS-SELECTED-SWITCH
           IF WS-CURRENT-KEY < WS-LOW-ID-TEXT
                   OR WS-CURRENT-KEY > WS-HIGH-ID-TEXT
               GO TO 3300-EXIT
           END-IF
           IF WS-STATUS-FILTER = SPACE
               MOVE 'Y' TO WS-SELECTED-SWITCH
               GO TO 3300-EXIT
           END-IF
           IF WS-OLD-KEY = WS-CURRENT-KEY
               IF OLD-STATUS-CODE = WS-STATUS-FILTER
                       OR (WS-STATUS-FILTER = 'A'
                           AND OLD-STATUS-CODE = SPACE)
                   MOVE 'Y' TO WS-SELECTED-SWITCH
               END-IF
           END-IF
           IF WS-NEW-KEY = WS-CURRENT-KEY
               IF NEW-STATUS-CODE = WS-STATUS-FILTER
                       OR (WS-STATUS-FILTER = 'A'
                           AND NEW-STATUS-CODE = SPACE)
                   MOVE 'Y' TO WS-SELECTED-SWITCH
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

       4000-REPORT-DELETED.
           PERFORM 3300-CHECK-FILTERS THRU 3300-EXIT
           IF NOT WS-SELECTED
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-RECORDS-DELETED
           MOVE "DELETED " TO WRL-ACTION
           MOVE OLD-ID         TO WRL-STUDENT-ID
           MOVE OLD-SURNAME    TO WRL-SURNAME
           MOVE OLD-GIVEN-NAME TO WRL-GIVEN-NAME
           MOVE OLD-STATUS-CODE TO WRL-STATUS
           PERFORM 4050-PRINT-RECORD-LINE THRU 4050-EXIT.
       4000-EXIT.
           EXIT.

       4050-PRINT-RECORD-LINE.
           IF WS-AUDITED
               MOVE SPACES TO WRL-AUDIT-FLAG
           ELSE
               MOVE WS-UNAUDITED-TEXT TO WRL-AUDIT-FLAG
               ADD 1 TO WS-RECORDS-UNAUDITED
           END-IF
           MOVE WS-RECORD-LINE TO COMPARE-PRINT-LINE
           WRITE COMPARE-PRINT-LINE.
       4050-EXIT.
           EXIT.

       4100-REPORT-ADDED.
           PERFORM 3300-CHECK-FILTERS THRU 3300-EXIT
           IF NOT WS-SELECTED
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-RECORDS-ADDED
           MOVE "ADDED   " TO WRL-ACTION
           MOVE NEW-ID         TO WRL-STUDENT-ID
           MOVE NEW-SURNAME    TO WRL-SURNAME
           MOVE NEW-GIVEN-NAME TO WRL-GIVEN-NAME
           MOVE NEW-STATUS-CODE TO WRL-STATUS
           PERFORM 4050-PRINT-RECORD-LINE THRU 4050-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4200-REPORT-CHANGES - one line per field that differs;   *
      *    a field filter limits the listing to that field          *
      *-----------------------------------------------------------*
       4200-REPORT-CHANGES.
           IF OLD-STUDENT-IMAGE = NEW-STUDENT-IMAGE
               GO TO 4200-EXIT
           END-IF
           PERFORM 3300-CHECK-FILTERS THRU 3300-EXIT
           IF NOT WS-SELECTED
               GO TO 4200-EXIT
           END-IF
           MOVE ZERO TO WS-FIELDS-DIFFERING
           MOVE ZERO TO WS-FLD-SUB
           PERFORM 4300-COMPARE-ONE-FIELD THRU 4300-EXIT
               UNTIL WS-FLD-SUB >= WS-FLD-MAX
           IF WS-FIELDS-DIFFERING > ZERO
               ADD 1 TO WS-RECORDS-CHANGED
               IF NOT WS-AUDITED
                   ADD 1 TO WS-RECORDS-UNAUDITED
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

       4300-COMPARE-ONE-FIELD.
           ADD 1 TO WS-FLD-SUB
           IF WS-FILTER-SUB > ZERO
                   AND WS-FILTER-SUB NOT = WS-FLD-SUB
               GO TO 4300-EXIT
           END-IF
           PERFORM 4400-LOAD-FIELD-PAIR THRU 4400-EXIT
           IF WS-CMP-OLD-VALUE = WS-CMP-NEW-VALUE
               GO TO 4300-EXIT
           END-IF
           ADD 1 TO WS-FIELDS-DIFFERING
           ADD 1 TO WS-FLD-CHANGED (WS-FLD-SUB)
           MOVE OLD-ID                  TO WCL-STUDENT-ID
           MOVE WS-FLD-NAME (WS-FLD-SUB) TO WCL-FIELD-NAME
           MOVE WS-CMP-OLD-VALUE        TO WCL-OLD-VALUE
           MOVE WS-CMP-NEW-VALUE        TO WCL-NEW-VALUE
           IF WS-AUDITED
               MOVE SPACES TO WCL-AUDIT-FLAG
           ELSE
               MOVE WS-UNAUDITED-TEXT TO WCL-AUDIT-FLAG
               ADD 1 TO WS-FLD-UNAUDITED (WS-FLD-SUB)
           END-IF
           MOVE WS-CHANGE-LINE TO COMPARE-PRINT-LINE
           WRITE COMPARE-PRINT-LINE.
       4300-EXIT.
           EXIT.

       4400-LOAD-FIELD-PAIR.
           MOVE SPACES TO WS-CMP-OLD-VALUE
           MOVE SPACES TO WS-CMP-NEW-VALUE
           EVALUATE WS-FLD-SUB
               WHEN 1
                   MOVE OLD-SURNAME TO WS-CMP-OLD-VALUE
                   MOVE NEW-SURNAME TO WS-CMP-NEW-VALUE
               WHEN 2
                   MOVE OLD-GIVEN-NAME TO WS-CMP-OLD-VALUE
                   MOVE NEW-GIVEN-NAME TO WS-CMP-NEW-VALUE
               WHEN 3
                   MOVE OLD-INITIALS TO WS-CMP-OLD-VALUE
                   MOVE NEW-INITIALS TO WS-CMP-NEW-VALUE
               WHEN 4
                   MOVE OLD-COURSE-CODE TO WS-CMP-OLD-VALUE
                   MOVE NEW-COURSE-CODE TO WS-CMP-NEW-VALUE
               WHEN 5
                   MOVE OLD-GENDER TO WS-CMP-OLD-VALUE
                   MOVE NEW-GENDER TO WS-CMP-NEW-VALUE
               WHEN 6
                   MOVE OLD-DATE-OF-BIRTH TO WS-CMP-OLD-VALUE
                   MOVE NEW-DATE-OF-BIRTH TO WS-CMP-NEW-VALUE
               WHEN 7
                   MOVE OLD-ENTRY-DATE TO WS-CMP-OLD-VALUE
                   MOVE NEW-ENTRY-DATE TO WS-CMP-NEW-VALUE
               WHEN 8
                   MOVE OLD-TERM-CODE TO WS-CMP-OLD-VALUE
                   MOVE NEW-TERM-CODE TO WS-CMP-NEW-VALUE
               WHEN 9
                   MOVE OLD-STATUS-CODE TO WS-CMP-OLD-VALUE
                   MOVE NEW-STATUS-CODE TO WS-CMP-NEW-VALUE
               WHEN 10
                   MOVE OLD-STATUS-DATE TO WS-CMP-OLD-VALUE
                   MOVE NEW-STATUS-DATE TO WS-CMP-NEW-VALUE
               WHEN 11
                   MOVE OLD-FEED-STATUS TO WS-CMP-OLD-VALUE
                   MOVE NEW-FEED-STATUS TO WS-CMP-NEW-VALUE
               WHEN 12
                   MOVE OLD-STANDING-CODE TO WS-CMP-OLD-VALUE
                   MOVE NEW-STANDING-CODE TO WS-CMP-NEW-VALUE
               WHEN 13
                   MOVE OLD-PRIVACY-BLOCK TO WS-CMP-OLD-VALUE
                   MOVE NEW-PRIVACY-BLOCK TO WS-CMP-NEW-VALUE
               WHEN 14
                   MOVE OLD-PRIVACY-DATE TO WS-CMP-OLD-VALUE
                   MOVE NEW-PRIVACY-DATE TO WS-CMP-NEW-VALUE
           END-EVALUATE.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-PRINT-SUMMARY - record counts, then counts by field *
      *-----------------------------------------------------------*
       8000-PRINT-SUMMARY.
           MOVE SPACES TO COMPARE-PRINT-LINE
           WRITE COMPARE-PRINT-LINE
           MOVE "Older records read      : " TO WTL-LABEL
           MOVE WS-OLD-READ TO WTL-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
           MOVE "Newer records read      : " TO WTL-LABEL
           MOVE WS-NEW-READ TO WTL-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
           MOVE "Records added           : " TO WTL-LABEL
           MOVE WS-RECORDS-ADDED TO WTL-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
           MOVE "Records deleted         : " TO WTL-LABEL
           MOVE WS-RECORDS-DELETED TO WTL-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
           MOVE "Records changed         : " TO WTL-LABEL
           MOVE WS-RECORDS-CHANGED TO WTL-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
           MOVE "Records not audited     : " TO WTL-LABEL
           MOVE WS-RECORDS-UNAUDITED TO WTL-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
           MOVE "Audit rows in period    : " TO WTL-LABEL
           MOVE WS-AUDIT-ROWS TO WTL-COUNT
           PERFORM 8100-PRINT-TOTAL THRU 8100-EXIT
           MOVE "Changes by field:" TO COMPARE-PRINT-LINE
           WRITE COMPARE-PRINT-LINE
           DISPLAY "Changes by field:"
           MOVE ZERO TO WS-FLD-SUB
           PERFORM 8200-PRINT-ONE-FIELD THRU 8200-EXIT
               UNTIL WS-FLD-SUB >= WS-FLD-MAX
           IF WS-RESTORES-LOGGED > ZERO
               MOVE "WARNING - a MasterRestore is logged in the period"
                   TO COMPARE-PRINT-LINE
               WRITE COMPARE-PRINT-LINE
               DISPLAY "WARNING - a MasterRestore is logged in the "
                   "period; its records differ wholesale"
           END-IF
           IF WS-RECORDS-UNAUDITED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PRINT-TOTAL.
           MOVE WS-TOTAL-LINE TO COMPARE-PRINT-LINE
           WRITE COMPARE-PRINT-LINE
           DISPLAY WS-TOTAL-LINE.
       8100-EXIT.
           EXIT.

       8200-PRINT-ONE-FIELD.
           ADD 1 TO WS-FLD-SUB
           IF WS-FLD-CHANGED (WS-FLD-SUB) = ZERO
               GO TO 8200-EXIT
           END-IF
           MOVE WS-FLD-NAME (WS-FLD-SUB)      TO WFS-FIELD-NAME
           MOVE WS-FLD-CHANGED (WS-FLD-SUB)   TO WFS-CHANGED
           MOVE WS-FLD-UNAUDITED (WS-FLD-SUB) TO WFS-UNAUDITED
           MOVE WS-FIELD-SUMMARY-LINE TO COMPARE-PRINT-LINE
           WRITE COMPARE-PRINT-LINE
           DISPLAY WS-FIELD-SUMMARY-LINE.
       8200-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE OLD-GENERATION-FILE
           IF WS-COMPARE-LIVE
               CLOSE STUDENT-MASTER-FILE
           ELSE
               CLOSE NEW-GENERATION-FILE
           END-IF
           CLOSE COMPARE-REPORT-FILE
           DISPLAY "MasterCompare - listing on MSTCOMP.RPT".
       9000-EXIT.
           EXIT.
