      ******************************************************************
      *    PROGRAM-ID: UnappliedAging
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Aging report over the unapplied-cash suspense
      *                  file (UNAPPLD.DAT).  Every item with cash
      *                  still open lists with the stub details the
      *                  payer sent and its age in days since the
      *                  bank deposited it, and the open cash is
      *                  bucketed 0-29, 30-59, 60-89 and 90 days and
      *                  over, with a grand total that should agree
      *                  with the unapplied-cash account.  Output
      *                  lands on UNAPPAGE.RPT; anything in the
      *                  90-plus bucket sets RC 4.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UnappliedAging.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "UNAPPLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUS-SUSPENSE-NO
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "UNAPPAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY UNAPPLD.

       FD  AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGING-PRINT-LINE            PIC X(80).

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.

       01  WS-SUSPENSE-STATUS       PIC X(02).
           88  WS-SUSPENSE-NOTFOUND VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.

       01  WS-TODAY-INTEGER         PIC S9(09) COMP.
       01  WS-ITEM-AGE-DAYS         PIC S9(05) COMP.

      *    Open cash by age bucket: 0-29, 30-59, 60-89, 90 and up.
       01  WS-BUCKET-TABLE.
           05  WS-BK-ENTRY OCCURS 4 TIMES.
               10  WS-BK-COUNT       PIC 9(05).
               10  WS-BK-AMOUNT      PIC 9(09)V99.

       01  WS-BK-SUB                PIC 9(01) COMP VALUE ZERO.

       01  WS-BUCKET-NAMES.
           05  FILLER               PIC X(12) VALUE "0-29 days   ".
           05  FILLER               PIC X(12) VALUE "30-59 days  ".
           05  FILLER               PIC X(12) VALUE "60-89 days  ".
           05  FILLER               PIC X(12) VALUE "90 days up  ".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BK-NAME           PIC X(12) OCCURS 4 TIMES.

       01  WS-COUNTERS.
           05  WS-ITEMS-READ        PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-OPEN        PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-STALE       PIC 9(05) VALUE ZERO.

       01  WS-TOTAL-OPEN            PIC 9(09)V99 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(35) VALUE
               "Unapplied cash in suspense - aging ".
           05  FILLER               PIC X(03) VALUE "at ".
           05  UAH-DATE             PIC 9(08).

       01  WS-COLUMN-HEADING.
           05  FILLER               PIC X(40) VALUE
               "Suspnse  Received  Student Invoice Check".
           05  FILLER               PIC X(40) VALUE
               "      Rsn    Open amt   Age".

       01  WS-ITEM-DETAIL.
           05  UAD-SUSPENSE-NO      PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  UAD-RECEIVED-DATE    PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  UAD-STUDENT-ID       PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  UAD-INVOICE-NUMBER   PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  UAD-CHECK-NUMBER     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  UAD-REASON-CODE      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  UAD-AMOUNT-OPEN      PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  UAD-AGE-DAYS         PIC ZZZZ9.

       01  WS-BUCKET-LINE.
           05  UAB-NAME             PIC X(12).
           05  FILLER               PIC X(07) VALUE " items ".
           05  UAB-COUNT            PIC ZZZZ9.
           05  FILLER               PIC X(09) VALUE "  amount ".
           05  UAB-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-AGE-ONE-ITEM THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-PRINT-BUCKETS THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-ITEMS-READ TO JST-RECORDS-READ
           MOVE WS-ITEMS-OPEN TO JST-RECORDS-WRITTEN
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "UnappliedAgi" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           MOVE ZERO TO WS-BK-SUB
           PERFORM 1100-CLEAR-ONE-BUCKET THRU 1100-EXIT
               UNTIL WS-BK-SUB >= 4
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-NOTFOUND
               DISPLAY "UnappliedAging - no suspense file on hand"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO UAH-DATE
           MOVE WS-REPORT-HEADING TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           MOVE SPACES TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           MOVE WS-COLUMN-HEADING TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           DISPLAY "UnappliedAging - aging the suspense file"
           PERFORM 2100-READ-ITEM THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       1100-CLEAR-ONE-BUCKET.
           ADD 1 TO WS-BK-SUB
           MOVE ZERO TO WS-BK-COUNT (WS-BK-SUB)
           MOVE ZERO TO WS-BK-AMOUNT (WS-BK-SUB).
       1100-EXIT.
           EXIT.

       2100-READ-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-AGE-ONE-ITEM - open cash only, aged from the bank   *
      *    deposit date                                             *
      *-----------------------------------------------------------*
       2000-AGE-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ
           IF NOT SUS-STATUS-OPEN OR SUS-AMOUNT-OPEN = ZERO
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-ITEMS-OPEN
           IF SUS-RECEIVED-DATE NUMERIC AND SUS-RECEIVED-DATE > ZERO
               COMPUTE WS-ITEM-AGE-DAYS =
                   WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(SUS-RECEIVED-DATE)
           ELSE
               MOVE ZERO TO WS-ITEM-AGE-DAYS
           END-IF
           IF WS-ITEM-AGE-DAYS < ZERO
               MOVE ZERO TO WS-ITEM-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-ITEM-AGE-DAYS < 30
                   MOVE 1 TO WS-BK-SUB
               WHEN WS-ITEM-AGE-DAYS < 60
                   MOVE 2 TO WS-BK-SUB
               WHEN WS-ITEM-AGE-DAYS < 90
                   MOVE 3 TO WS-BK-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BK-SUB
                   ADD 1 TO WS-ITEMS-STALE
           END-EVALUATE
           ADD 1 TO WS-BK-COUNT (WS-BK-SUB)
           ADD SUS-AMOUNT-OPEN TO WS-BK-AMOUNT (WS-BK-SUB)
           ADD SUS-AMOUNT-OPEN TO WS-TOTAL-OPEN
           MOVE SUS-SUSPENSE-NO    TO UAD-SUSPENSE-NO
           MOVE SUS-RECEIVED-DATE  TO UAD-RECEIVED-DATE
           MOVE SUS-STUDENT-ID     TO UAD-STUDENT-ID
           MOVE SUS-INVOICE-NUMBER TO UAD-INVOICE-NUMBER
           MOVE SUS-CHECK-NUMBER   TO UAD-CHECK-NUMBER
           MOVE SUS-REASON-CODE    TO UAD-REASON-CODE
           MOVE SUS-AMOUNT-OPEN    TO UAD-AMOUNT-OPEN
           MOVE WS-ITEM-AGE-DAYS   TO UAD-AGE-DAYS
           MOVE WS-ITEM-DETAIL TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE.
       2000-NEXT.
           PERFORM 2100-READ-ITEM THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-PRINT-BUCKETS - one line per age bucket, then the   *
      *    total to agree with the unapplied-cash account           *
      *-----------------------------------------------------------*
       3000-PRINT-BUCKETS.
           IF RETURN-CODE = 16
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE
           MOVE ZERO TO WS-BK-SUB
           PERFORM 3100-PRINT-ONE-BUCKET THRU 3100-EXIT
               UNTIL WS-BK-SUB >= 4
           MOVE "Total open  " TO UAB-NAME
           MOVE WS-ITEMS-OPEN  TO UAB-COUNT
           MOVE WS-TOTAL-OPEN  TO UAB-AMOUNT
           MOVE WS-BUCKET-LINE TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-BUCKET.
           ADD 1 TO WS-BK-SUB
           MOVE WS-BK-NAME (WS-BK-SUB)   TO UAB-NAME
           MOVE WS-BK-COUNT (WS-BK-SUB)  TO UAB-COUNT
           MOVE WS-BK-AMOUNT (WS-BK-SUB) TO UAB-AMOUNT
           MOVE WS-BUCKET-LINE TO AGING-PRINT-LINE
           WRITE AGING-PRINT-LINE.
       3100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE SUSPENSE-FILE
           CLOSE AGING-REPORT-FILE
           DISPLAY "Items read        : " WS-ITEMS-READ
           DISPLAY "Items with cash   : " WS-ITEMS-OPEN
           DISPLAY "Ninety-plus days  : " WS-ITEMS-STALE
           DISPLAY "Total unapplied   : " WS-TOTAL-OPEN
           IF WS-ITEMS-STALE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY JOBSTAPA.

       COPY PRCDTPA.
