      ******************************************************************
      *    PROGRAM-ID: IncidentAging
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Front Store - Point of Sale Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Open age-verification incident aging by
      *                  store.  Every case still open on
      *                  INCIDENT.DAT lists under its store, in
      *                  incident-number order, with the check it was
      *                  opened against, its type, police report
      *                  number and age in days since it was opened.
      *                  Each store closes with its count of open
      *                  cases in the 0-29, 30-59, 60-89 and 90 days
      *                  and over buckets, and the report ends with
      *                  the same buckets for the chain.  Store names
      *                  come off the store master where it is on
      *                  file.  Output lands on INCAGE.RPT; any case
      *                  open 90 days or more sets RC 4.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IncidentAging.
       AUTHOR.        D. Falk.
       INSTALLATION.  Front Store - Point of Sale Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INC-INCIDENT-NUMBER
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT STORE-MASTER-FILE ASSIGN TO "STORMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STM-STORE-NUMBER
               FILE STATUS IS WS-STORE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "INCAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "INCSORT.WRK".

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  INCIDENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INCIDENT.

       FD  STORE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STORMAST.

       FD  AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGING-PRINT-LINE            PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-STORE-NUMBER        PIC 9(03).
           05  SRT-INCIDENT-NUMBER     PIC 9(07).
           05  SRT-CLERK-ID            PIC X(08).
           05  SRT-CHECK-DATE          PIC 9(08).
           05  SRT-CHECK-TIME          PIC 9(04).
           05  SRT-INCIDENT-TYPE       PIC X(04).
           05  SRT-POLICE-REPORT-NO    PIC X(12).
           05  SRT-OPENED-DATE         PIC 9(08).
           05  SRT-AGE-DAYS            PIC 9(05).

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       01  WS-INCIDENT-STATUS       PIC X(02).
           88  WS-INCIDENT-NOTFOUND VALUE "35".

       01  WS-STORE-STATUS          PIC X(02).
           88  WS-STORE-OK          VALUE "00".
           88  WS-STORE-NOTFOUND    VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-SORT-END      VALUE 'Y'.
           05  WS-MASTER-OPEN-SW    PIC X(01) VALUE 'N'.
               88  WS-MASTER-OPEN   VALUE 'Y'.

       01  WS-TODAY-INTEGER         PIC S9(09) COMP.
       01  WS-OPENED-INTEGER        PIC S9(09) COMP.
       01  WS-OPENED-DATE           PIC 9(08).
       01  WS-CURRENT-STORE         PIC 9(03).

      *    Open cases by age bucket: 0-29, 30-59, 60-89, 90 and up,
      *    for the store in hand and for the chain.
       01  WS-BUCKET-TABLE.
           05  WS-BK-ENTRY OCCURS 4 TIMES.
               10  WS-BK-STORE-COUNT PIC 9(05).
               10  WS-BK-CHAIN-COUNT PIC 9(05).

       01  WS-BK-SUB                PIC 9(01) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-INCIDENTS-READ    PIC 9(07) VALUE ZERO.
           05  WS-INCIDENTS-OPEN    PIC 9(07) VALUE ZERO.
           05  WS-STORES-LISTED     PIC 9(05) VALUE ZERO.

       01  WS-AGING-HEADING.
           05  FILLER               PIC X(35) VALUE
               "Open incident aging by store as of ".
           05  WAH-AS-OF-DATE       PIC 9(08).

       01  WS-STORE-HEADING.
           05  FILLER               PIC X(06) VALUE "Store ".
           05  WSH-STORE-NUMBER     PIC 9(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WSH-STORE-NAME       PIC X(30).

       01  WS-COLUMN-HEADING.
           05  FILLER               PIC X(50) VALUE
               "  Incident Clerk    Checked       Type Police rpt".
           05  FILLER               PIC X(16) VALUE
               "  Opened    Days".

       01  WS-INCIDENT-DETAIL.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WID-INCIDENT-NUMBER  PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WID-CLERK-ID         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WID-CHECK-DATE       PIC 9(08).
           05  FILLER               PIC X(01) VALUE "/".
           05  WID-CHECK-TIME       PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WID-INCIDENT-TYPE    PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WID-POLICE-REPORT-NO PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WID-OPENED-DATE      PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WID-AGE-DAYS         PIC ZZZZ9.

       01  WS-BUCKET-LINE.
           05  WBL-CAPTION          PIC X(16).
           05  FILLER               PIC X(07) VALUE " 0-29: ".
           05  WBL-BUCKET-1         PIC ZZZZ9.
           05  FILLER               PIC X(09) VALUE "  30-59: ".
           05  WBL-BUCKET-2         PIC ZZZZ9.
           05  FILLER               PIC X(09) VALUE "  60-89: ".
           05  WBL-BUCKET-3         PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE "  90 + up: ".
           05  WBL-BUCKET-4         PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-STORE-NUMBER
                   ON ASCENDING KEY SRT-INCIDENT-NUMBER
                   INPUT PROCEDURE IS 2000-RELEASE-INCIDENTS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-PRINT-STORES
                       THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-NOTFOUND
               DISPLAY "IncidentAging - INCIDENT.DAT not found"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STORE-MASTER-FILE
           IF WS-STORE-OK
               MOVE 'Y' TO WS-MASTER-OPEN-SW
           END-IF
           OPEN OUTPUT AGING-REPORT-FILE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-PROCESSING-DATE)
           MOVE 1 TO WS-BK-SUB
           PERFORM 1100-CLEAR-ONE-BUCKET THRU 1100-EXIT
               UNTIL WS-BK-SUB > 4
           MOVE WS-PROCESSING-DATE TO WAH-AS-OF-DATE
           MOVE WS-AGING-HEADING TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           DISPLAY "IncidentAging - aging open incidents".
       1000-EXIT.
           EXIT.

       1100-CLEAR-ONE-BUCKET.
           MOVE ZERO TO WS-BK-STORE-COUNT (WS-BK-SUB)
           MOVE ZERO TO WS-BK-CHAIN-COUNT (WS-BK-SUB)
           ADD 1 TO WS-BK-SUB.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-RELEASE-INCIDENTS - one sort record per open case,  *
      *    aged from the date it was opened                         *
      *-----------------------------------------------------------*
       2000-RELEASE-INCIDENTS.
           PERFORM 2100-RELEASE-ONE-INCIDENT THRU 2100-EXIT
               UNTIL WS-END-OF-FILE.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-INCIDENT.
           READ INCIDENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-INCIDENTS-READ
           IF NOT INC-STATUS-OPEN
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-INCIDENTS-OPEN
           MOVE INC-STORE-NUMBER     TO SRT-STORE-NUMBER
           MOVE INC-INCIDENT-NUMBER  TO SRT-INCIDENT-NUMBER
           MOVE INC-CLERK-ID         TO SRT-CLERK-ID
           MOVE INC-CHECK-DATE       TO SRT-CHECK-DATE
           MOVE INC-CHECK-TIME       TO SRT-CHECK-TIME
           MOVE INC-INCIDENT-TYPE    TO SRT-INCIDENT-TYPE
           MOVE INC-POLICE-REPORT-NO TO SRT-POLICE-REPORT-NO
           MOVE INC-OPENED-DATE      TO SRT-OPENED-DATE
           MOVE INC-OPENED-DATE      TO WS-OPENED-DATE
           COMPUTE WS-OPENED-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-OPENED-DATE)
           IF WS-OPENED-INTEGER > WS-TODAY-INTEGER
               MOVE ZERO TO SRT-AGE-DAYS
           ELSE
               COMPUTE SRT-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-OPENED-INTEGER
           END-IF
           RELEASE SORT-RECORD.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-PRINT-STORES - a section per store, its open cases  *
      *    in incident order, then its bucket counts                *
      *-----------------------------------------------------------*
       3000-PRINT-STORES.
           PERFORM 3010-RETURN-INCIDENT THRU 3010-EXIT
           PERFORM 3100-PRINT-ONE-STORE THRU 3100-EXIT
               UNTIL WS-SORT-END
           IF WS-STORES-LISTED = ZERO
               MOVE "  (no open incidents)" TO AGING-PRINT-LINE
               WRITE AGING-PRINT-LINE
           END-IF
           MOVE SPACES TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           MOVE "Chain total" TO WBL-CAPTION
           MOVE WS-BK-CHAIN-COUNT (1) TO WBL-BUCKET-1
           MOVE WS-BK-CHAIN-COUNT (2) TO WBL-BUCKET-2
           MOVE WS-BK-CHAIN-COUNT (3) TO WBL-BUCKET-3
           MOVE WS-BK-CHAIN-COUNT (4) TO WBL-BUCKET-4
           MOVE WS-BUCKET-LINE TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE.
       3000-EXIT.
           EXIT.

       3010-RETURN-INCIDENT.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
       3010-EXIT.
           EXIT.

       3100-PRINT-ONE-STORE.
           MOVE SRT-STORE-NUMBER TO WS-CURRENT-STORE
           ADD 1 TO WS-STORES-LISTED
           MOVE ZERO TO WS-BK-STORE-COUNT (1)
           MOVE ZERO TO WS-BK-STORE-COUNT (2)
           MOVE ZERO TO WS-BK-STORE-COUNT (3)
           MOVE ZERO TO WS-BK-STORE-COUNT (4)
           PERFORM 3300-FIND-STORE-NAME THRU 3300-EXIT
           MOVE SPACES TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           MOVE SRT-STORE-NUMBER TO WSH-STORE-NUMBER
           MOVE WS-STORE-HEADING TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           MOVE WS-COLUMN-HEADING TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           PERFORM 3200-PRINT-ONE-INCIDENT THRU 3200-EXIT
               UNTIL WS-SORT-END
                   OR SRT-STORE-NUMBER NOT = WS-CURRENT-STORE
           MOVE "  Store total" TO WBL-CAPTION
           MOVE WS-BK-STORE-COUNT (1) TO WBL-BUCKET-1
           MOVE WS-BK-STORE-COUNT (2) TO WBL-BUCKET-2
           MOVE WS-BK-STORE-COUNT (3) TO WBL-BUCKET-3
           MOVE WS-BK-STORE-COUNT (4) TO WBL-BUCKET-4
           MOVE WS-BUCKET-LINE TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE.
       3100-EXIT.
           EXIT.

       3200-PRINT-ONE-INCIDENT.
           EVALUATE TRUE
               WHEN SRT-AGE-DAYS < 30
                   MOVE 1 TO WS-BK-SUB
               WHEN SRT-AGE-DAYS < 60
                   MOVE 2 TO WS-BK-SUB
               WHEN SRT-AGE-DAYS < 90
                   MOVE 3 TO WS-BK-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BK-SUB
           END-EVALUATE
           ADD 1 TO WS-BK-STORE-COUNT (WS-BK-SUB)
           ADD 1 TO WS-BK-CHAIN-COUNT (WS-BK-SUB)
           MOVE SRT-INCIDENT-NUMBER  TO WID-INCIDENT-NUMBER
           MOVE SRT-CLERK-ID         TO WID-CLERK-ID
           MOVE SRT-CHECK-DATE       TO WID-CHECK-DATE
           MOVE SRT-CHECK-TIME       TO WID-CHECK-TIME
           MOVE SRT-INCIDENT-TYPE    TO WID-INCIDENT-TYPE
           MOVE SRT-POLICE-REPORT-NO TO WID-POLICE-REPORT-NO
           MOVE SRT-OPENED-DATE      TO WID-OPENED-DATE
           MOVE SRT-AGE-DAYS         TO WID-AGE-DAYS
           MOVE WS-INCIDENT-DETAIL TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           PERFORM 3010-RETURN-INCIDENT THRU 3010-EXIT.
       3200-EXIT.
           EXIT.

       3300-FIND-STORE-NAME.
           MOVE "(not on store master)" TO WSH-STORE-NAME
           IF NOT WS-MASTER-OPEN
               GO TO 3300-EXIT
           END-IF
           MOVE SRT-STORE-NUMBER TO STM-STORE-NUMBER
           READ STORE-MASTER-FILE
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ
           MOVE STM-STORE-NAME TO WSH-STORE-NAME.
       3300-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE INCIDENT-FILE
           IF WS-MASTER-OPEN
               CLOSE STORE-MASTER-FILE
           END-IF
           CLOSE AGING-REPORT-FILE
           DISPLAY "Incidents read : " WS-INCIDENTS-READ
           DISPLAY "Open incidents : " WS-INCIDENTS-OPEN
           DISPLAY "Stores listed  : " WS-STORES-LISTED
           DISPLAY "Open 90 + days : " WS-BK-CHAIN-COUNT (4)
           IF WS-BK-CHAIN-COUNT (4) > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.
