      ******************************************************************
      *    PROGRAM-ID: SimCompare
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Closing step of a simulation run of the
      *                  nightly chain (runChain.sh simulate).  The
      *                  simulated steps have run against working
      *                  copies of the files in the simulation
      *                  directory, which is where this step runs;
      *                  the live files are left where they were and
      *                  are found through CHAIN_LIVE_DIR.  Each
      *                  indexed master the chain updates is read
      *                  live and simulated side by side in key order
      *                  and the records the night would have added,
      *                  deleted or changed are counted, one line per
      *                  master on SIMCOMP.RPT and the console.  A
      *                  master missing on either side counts as
      *                  empty.  Field-level detail for the student
      *                  master is available from MasterCompare.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SimCompare.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Simulated side - the working copies in this directory.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-SIM-STATUS.

           SELECT ENROLLMENT-MASTER-FILE ASSIGN TO "STUENRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENL-KEY
               FILE STATUS IS WS-SIM-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-SIM-STATUS.

           SELECT SECTION-MASTER-FILE ASSIGN TO "SECTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SIM-STATUS.

           SELECT FINANCIAL-HOLD-FILE ASSIGN TO "FINHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FNH-STUDENT-ID
               FILE STATUS IS WS-SIM-STATUS.

           SELECT WORK-QUEUE-FILE ASSIGN TO "WORKQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WKQ-ITEM-NUMBER
               FILE STATUS IS WS-SIM-STATUS.

      *    Live side - the same masters in CHAIN_LIVE_DIR.
           SELECT LIVE-STUDENT-FILE
               ASSIGN TO DYNAMIC WS-LIVE-STUDENT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIVE-STU-ID
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT LIVE-ENROLLMENT-FILE
               ASSIGN TO DYNAMIC WS-LIVE-ENROLL-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIVE-ENL-KEY
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT LIVE-COURSE-FILE
               ASSIGN TO DYNAMIC WS-LIVE-COURSE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIVE-CRS-CODE
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT LIVE-SECTION-FILE
               ASSIGN TO DYNAMIC WS-LIVE-SECTION-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIVE-SEC-KEY
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT LIVE-HOLD-FILE
               ASSIGN TO DYNAMIC WS-LIVE-HOLD-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIVE-FNH-STUDENT-ID
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT LIVE-QUEUE-FILE
               ASSIGN TO DYNAMIC WS-LIVE-QUEUE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIVE-WKQ-ITEM-NUMBER
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT SIM-REPORT-FILE ASSIGN TO "SIMCOMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY PRCDTSEL.

           COPY JOBSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  ENROLLMENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUENRL.

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       FD  SECTION-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SECTMAST.

       FD  FINANCIAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FINHOLD.

       FD  WORK-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WORKQ.

       FD  LIVE-STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST
           REPLACING ==STUDENT-MASTER-RECORD==
                  BY ==LIVE-STUDENT-RECORD==
               LEADING ==STU== BY ==LIVE-STU==.

       FD  LIVE-ENROLLMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUENRL
           REPLACING ==ENROLLMENT-MASTER-RECORD==
                  BY ==LIVE-ENROLLMENT-RECORD==
               LEADING ==ENL== BY ==LIVE-ENL==.

       FD  LIVE-COURSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM
           REPLACING ==COURSE-MASTER-RECORD== BY ==LIVE-COURSE-RECORD==
               LEADING ==CRS== BY ==LIVE-CRS==.

       FD  LIVE-SECTION-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SECTMAST
           REPLACING ==SECTION-MASTER-RECORD==
                  BY ==LIVE-SECTION-RECORD==
               LEADING ==SEC== BY ==LIVE-SEC==.

       FD  LIVE-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FINHOLD
           REPLACING ==FINANCIAL-HOLD-RECORD== BY ==LIVE-HOLD-RECORD==
               LEADING ==FNH== BY ==LIVE-FNH==.

       FD  LIVE-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WORKQ
           REPLACING ==WORK-QUEUE-RECORD== BY ==LIVE-QUEUE-RECORD==
               LEADING ==WKQ== BY ==LIVE-WKQ==.

       FD  SIM-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIM-PRINT-LINE              PIC X(100).

       COPY PRCDTFD.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY JOBSTAT.
       COPY PRCDTWS.

       01  WS-SIM-STATUS            PIC X(02).
           88  WS-SIM-NOTFOUND      VALUE "35".

       01  WS-LIVE-STATUS           PIC X(02).
           88  WS-LIVE-NOTFOUND     VALUE "35".

       01  WS-LIVE-DIR              PIC X(60).

       01  WS-SWITCHES.
           05  WS-LIVE-OPEN-SW      PIC X(01).
               88  WS-LIVE-OPEN     VALUE 'Y'.
           05  WS-SIM-OPEN-SW       PIC X(01).
               88  WS-SIM-OPEN      VALUE 'Y'.

      *    The masters compared, in chain order of first update.
       01  WS-MASTER-NAMES.
           05  FILLER               PIC X(28) VALUE
               "STUDENT-MASTER  STUMAST.DAT ".
           05  FILLER               PIC X(28) VALUE
               "ENROLLMENT      STUENRL.DAT ".
           05  FILLER               PIC X(28) VALUE
               "COURSE-MASTER   COURSEM.DAT ".
           05  FILLER               PIC X(28) VALUE
               "SECTION-MASTER  SECTMAST.DAT".
           05  FILLER               PIC X(28) VALUE
               "FINANCIAL-HOLD  FINHOLD.DAT ".
           05  FILLER               PIC X(28) VALUE
               "WORK-QUEUE      WORKQ.DAT   ".
       01  WS-MASTER-TABLE REDEFINES WS-MASTER-NAMES.
           05  WS-MASTER-ENTRY OCCURS 6 TIMES.
               10  WS-MST-NAME      PIC X(16).
               10  WS-MST-FILE      PIC X(12).

       01  WS-LIVE-FILE-NAMES.
           05  WS-LIVE-STUDENT-NAME PIC X(80).
           05  WS-LIVE-ENROLL-NAME  PIC X(80).
           05  WS-LIVE-COURSE-NAME  PIC X(80).
           05  WS-LIVE-SECTION-NAME PIC X(80).
           05  WS-LIVE-HOLD-NAME    PIC X(80).
           05  WS-LIVE-QUEUE-NAME   PIC X(80).
       01  WS-LIVE-NAME-TABLE REDEFINES WS-LIVE-FILE-NAMES.
           05  WS-LIVE-FILE-NAME    PIC X(80) OCCURS 6 TIMES.

       01  WS-MST-SUB               PIC 9(01) COMP VALUE ZERO.
       01  WS-MST-MAX               PIC 9(01) COMP VALUE 6.

      *    Current records of the master being compared, generic.
       01  WS-MATCH-WORK.
           05  WS-LIVE-KEY          PIC X(11).
           05  WS-SIM-KEY           PIC X(11).
           05  WS-LIVE-IMAGE        PIC X(130).
           05  WS-SIM-IMAGE         PIC X(130).

       01  WS-MASTER-COUNTS.
           05  WS-MC-LIVE-READ      PIC 9(07).
           05  WS-MC-SIM-READ       PIC 9(07).
           05  WS-MC-ADDED          PIC 9(07).
           05  WS-MC-DELETED        PIC 9(07).
           05  WS-MC-CHANGED        PIC 9(07).

       01  WS-TOTAL-DIFFERENCES     PIC 9(07) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(40) VALUE
               "SIMULATION - chain changes not posted, ".
           05  FILLER               PIC X(16) VALUE
               "processing date ".
           05  WHL-PROCESSING-DATE  PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(30) VALUE
               "Master          File         ".
           05  FILLER               PIC X(42) VALUE
               "   Live  Simulated   Added Deleted Changed".

       01  WS-DETAIL-LINE.
           05  WDL-MASTER-NAME      PIC X(16).
           05  WDL-FILE-NAME        PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WDL-LIVE-READ        PIC ZZZZZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WDL-SIM-READ         PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-ADDED            PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-DELETED          PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-CHANGED          PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               MOVE ZERO TO WS-MST-SUB
               PERFORM 2000-COMPARE-MASTER THRU 2000-EXIT
                   UNTIL WS-MST-SUB >= WS-MST-MAX
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE - only meaningful inside a simulation    *
      *    run, and only with the live directory to compare with    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "SimCompare  " TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           IF NOT WS-SIMULATION-RUN
               DISPLAY "SimCompare - not a simulation run, "
                   "nothing to compare"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO WS-LIVE-DIR
           ACCEPT WS-LIVE-DIR FROM ENVIRONMENT "CHAIN_LIVE_DIR"
           IF WS-LIVE-DIR = SPACES
               DISPLAY "SimCompare - CHAIN_LIVE_DIR not set"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE ZERO TO WS-MST-SUB
           PERFORM 1100-BUILD-LIVE-NAME THRU 1100-EXIT
               UNTIL WS-MST-SUB >= WS-MST-MAX
           OPEN OUTPUT SIM-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WHL-PROCESSING-DATE
           MOVE WS-HEADING-LINE TO SIM-PRINT-LINE
           WRITE SIM-PRINT-LINE
           MOVE WS-COLUMN-LINE TO SIM-PRINT-LINE
           WRITE SIM-PRINT-LINE
           DISPLAY WS-HEADING-LINE
           DISPLAY WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

       1100-BUILD-LIVE-NAME.
           ADD 1 TO WS-MST-SUB
           MOVE SPACES TO WS-LIVE-FILE-NAME (WS-MST-SUB)
           STRING WS-LIVE-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-MST-FILE (WS-MST-SUB) DELIMITED BY SPACE
               INTO WS-LIVE-FILE-NAME (WS-MST-SUB).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-COMPARE-MASTER - one master, live against           *
      *    simulated, matched on key                                *
      *-----------------------------------------------------------*
       2000-COMPARE-MASTER.
           ADD 1 TO WS-MST-SUB
           INITIALIZE WS-MASTER-COUNTS
           PERFORM 2100-OPEN-PAIR THRU 2100-EXIT
           PERFORM 2200-READ-LIVE THRU 2200-EXIT
           PERFORM 2300-READ-SIM THRU 2300-EXIT
           PERFORM 2400-MATCH-ONE THRU 2400-EXIT
               UNTIL WS-LIVE-KEY = HIGH-VALUES
                 AND WS-SIM-KEY = HIGH-VALUES
           PERFORM 2500-CLOSE-PAIR THRU 2500-EXIT
           MOVE WS-MST-NAME (WS-MST-SUB) TO WDL-MASTER-NAME
           MOVE WS-MST-FILE (WS-MST-SUB) TO WDL-FILE-NAME
           MOVE WS-MC-LIVE-READ TO WDL-LIVE-READ
           MOVE WS-MC-SIM-READ  TO WDL-SIM-READ
           MOVE WS-MC-ADDED     TO WDL-ADDED
           MOVE WS-MC-DELETED   TO WDL-DELETED
           MOVE WS-MC-CHANGED   TO WDL-CHANGED
           MOVE WS-DETAIL-LINE TO SIM-PRINT-LINE
           WRITE SIM-PRINT-LINE
           DISPLAY WS-DETAIL-LINE
           ADD WS-MC-LIVE-READ TO JST-RECORDS-READ
           ADD WS-MC-SIM-READ  TO JST-RECORDS-READ
           ADD WS-MC-ADDED WS-MC-DELETED WS-MC-CHANGED
               TO WS-TOTAL-DIFFERENCES.
       2000-EXIT.
           EXIT.

       2100-OPEN-PAIR.
           MOVE 'N' TO WS-LIVE-OPEN-SW
           MOVE 'N' TO WS-SIM-OPEN-SW
           EVALUATE WS-MST-SUB
               WHEN 1
                   OPEN INPUT LIVE-STUDENT-FILE
                   OPEN INPUT STUDENT-MASTER-FILE
               WHEN 2
                   OPEN INPUT LIVE-ENROLLMENT-FILE
                   OPEN INPUT ENROLLMENT-MASTER-FILE
               WHEN 3
                   OPEN INPUT LIVE-COURSE-FILE
                   OPEN INPUT COURSE-MASTER-FILE
               WHEN 4
                   OPEN INPUT LIVE-SECTION-FILE
                   OPEN INPUT SECTION-MASTER-FILE
               WHEN 5
                   OPEN INPUT LIVE-HOLD-FILE
                   OPEN INPUT FINANCIAL-HOLD-FILE
               WHEN 6
                   OPEN INPUT LIVE-QUEUE-FILE
                   OPEN INPUT WORK-QUEUE-FILE
           END-EVALUATE
           IF WS-LIVE-NOTFOUND
               MOVE HIGH-VALUES TO WS-LIVE-KEY
           ELSE
               MOVE 'Y' TO WS-LIVE-OPEN-SW
           END-IF
           IF WS-SIM-NOTFOUND
               MOVE HIGH-VALUES TO WS-SIM-KEY
           ELSE
               MOVE 'Y' TO WS-SIM-OPEN-SW
           END-IF.
       2100-EXIT.
           EXIT.

       2200-READ-LIVE.
           IF NOT WS-LIVE-OPEN
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO WS-LIVE-IMAGE
           EVALUATE WS-MST-SUB
               WHEN 1
                   READ LIVE-STUDENT-FILE NEXT RECORD
                       AT END GO TO 2200-END-OF-FILE
                   END-READ
                   MOVE LIVE-STU-ID          TO WS-LIVE-KEY
                   MOVE LIVE-STUDENT-RECORD  TO WS-LIVE-IMAGE
               WHEN 2
                   READ LIVE-ENROLLMENT-FILE NEXT RECORD
                       AT END GO TO 2200-END-OF-FILE
                   END-READ
                   MOVE LIVE-ENL-KEY         TO WS-LIVE-KEY
                   MOVE LIVE-ENROLLMENT-RECORD TO WS-LIVE-IMAGE
               WHEN 3
                   READ LIVE-COURSE-FILE NEXT RECORD
                       AT END GO TO 2200-END-OF-FILE
                   END-READ
                   MOVE LIVE-CRS-CODE        TO WS-LIVE-KEY
                   MOVE LIVE-COURSE-RECORD   TO WS-LIVE-IMAGE
               WHEN 4
                   READ LIVE-SECTION-FILE NEXT RECORD
                       AT END GO TO 2200-END-OF-FILE
                   END-READ
                   MOVE LIVE-SEC-KEY         TO WS-LIVE-KEY
                   MOVE LIVE-SECTION-RECORD  TO WS-LIVE-IMAGE
               WHEN 5
                   READ LIVE-HOLD-FILE NEXT RECORD
                       AT END GO TO 2200-END-OF-FILE
                   END-READ
                   MOVE LIVE-FNH-STUDENT-ID  TO WS-LIVE-KEY
                   MOVE LIVE-HOLD-RECORD     TO WS-LIVE-IMAGE
               WHEN 6
                   READ LIVE-QUEUE-FILE NEXT RECORD
                       AT END GO TO 2200-END-OF-FILE
                   END-READ
                   MOVE LIVE-WKQ-ITEM-NUMBER TO WS-LIVE-KEY
                   MOVE LIVE-QUEUE-RECORD    TO WS-LIVE-IMAGE
           END-EVALUATE
           ADD 1 TO WS-MC-LIVE-READ
           GO TO 2200-EXIT.
       2200-END-OF-FILE.
           MOVE HIGH-VALUES TO WS-LIVE-KEY.
       2200-EXIT.
           EXIT.

       2300-READ-SIM.
           IF NOT WS-SIM-OPEN
               GO TO 2300-EXIT
           END-IF
           MOVE SPACES TO WS-SIM-IMAGE
           EVALUATE WS-MST-SUB
               WHEN 1
                   READ STUDENT-MASTER-FILE NEXT RECORD
                       AT END GO TO 2300-END-OF-FILE
                   END-READ
                   MOVE STU-ID                TO WS-SIM-KEY
                   MOVE STUDENT-MASTER-RECORD TO WS-SIM-IMAGE
               WHEN 2
                   READ ENROLLMENT-MASTER-FILE NEXT RECORD
                       AT END GO TO 2300-END-OF-FILE
                   END-READ
                   MOVE ENL-KEY               TO WS-SIM-KEY
                   MOVE ENROLLMENT-MASTER-RECORD TO WS-SIM-IMAGE
               WHEN 3
                   READ COURSE-MASTER-FILE NEXT RECORD
                       AT END GO TO 2300-END-OF-FILE
                   END-READ
                   MOVE CRS-CODE              TO WS-SIM-KEY
                   MOVE COURSE-MASTER-RECORD  TO WS-SIM-IMAGE
               WHEN 4
                   READ SECTION-MASTER-FILE NEXT RECORD
                       AT END GO TO 2300-END-OF-FILE
                   END-READ
                   MOVE SEC-KEY               TO WS-SIM-KEY
                   MOVE SECTION-MASTER-RECORD TO WS-SIM-IMAGE
               WHEN 5
                   READ FINANCIAL-HOLD-FILE NEXT RECORD
                       AT END GO TO 2300-END-OF-FILE
                   END-READ
                   MOVE FNH-STUDENT-ID        TO WS-SIM-KEY
                   MOVE FINANCIAL-HOLD-RECORD TO WS-SIM-IMAGE
               WHEN 6
                   READ WORK-QUEUE-FILE NEXT RECORD
                       AT END GO TO 2300-END-OF-FILE
                   END-READ
                   MOVE WKQ-ITEM-NUMBER       TO WS-SIM-KEY
                   MOVE WORK-QUEUE-RECORD     TO WS-SIM-IMAGE
           END-EVALUATE
           ADD 1 TO WS-MC-SIM-READ
           GO TO 2300-EXIT.
       2300-END-OF-FILE.
           MOVE HIGH-VALUES TO WS-SIM-KEY.
       2300-EXIT.
           EXIT.

       2400-MATCH-ONE.
           EVALUATE TRUE
               WHEN WS-LIVE-KEY < WS-SIM-KEY
                   ADD 1 TO WS-MC-DELETED
                   PERFORM 2200-READ-LIVE THRU 2200-EXIT
               WHEN WS-LIVE-KEY > WS-SIM-KEY
                   ADD 1 TO WS-MC-ADDED
                   PERFORM 2300-READ-SIM THRU 2300-EXIT
               WHEN OTHER
                   IF WS-LIVE-IMAGE NOT = WS-SIM-IMAGE
                       ADD 1 TO WS-MC-CHANGED
                   END-IF
                   PERFORM 2200-READ-LIVE THRU 2200-EXIT
                   PERFORM 2300-READ-SIM THRU 2300-EXIT
           END-EVALUATE.
       2400-EXIT.
           EXIT.

       2500-CLOSE-PAIR.
           IF WS-LIVE-OPEN
               EVALUATE WS-MST-SUB
                   WHEN 1  CLOSE LIVE-STUDENT-FILE
                   WHEN 2  CLOSE LIVE-ENROLLMENT-FILE
                   WHEN 3  CLOSE LIVE-COURSE-FILE
                   WHEN 4  CLOSE LIVE-SECTION-FILE
                   WHEN 5  CLOSE LIVE-HOLD-FILE
                   WHEN 6  CLOSE LIVE-QUEUE-FILE
               END-EVALUATE
           END-IF
           IF WS-SIM-OPEN
               EVALUATE WS-MST-SUB
                   WHEN 1  CLOSE STUDENT-MASTER-FILE
                   WHEN 2  CLOSE ENROLLMENT-MASTER-FILE
                   WHEN 3  CLOSE COURSE-MASTER-FILE
                   WHEN 4  CLOSE SECTION-MASTER-FILE
                   WHEN 5  CLOSE FINANCIAL-HOLD-FILE
                   WHEN 6  CLOSE WORK-QUEUE-FILE
               END-EVALUATE
           END-IF.
       2500-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE SPACES TO SIM-PRINT-LINE
           WRITE SIM-PRINT-LINE
           MOVE "SIMULATION - nothing above was posted to live files"
               TO SIM-PRINT-LINE
           WRITE SIM-PRINT-LINE
           CLOSE SIM-REPORT-FILE
           DISPLAY "SimCompare - records that would change: "
               WS-TOTAL-DIFFERENCES
           DISPLAY "SimCompare - summary on SIMCOMP.RPT".
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY JOBSTAPA.
