      *                      (PROCDATE.DAT / PROCESS_DATE override)
      *                      instead of the wall clock, so a rerun of
      *                      Thursday's business stamps Thursday.
      *      2026-10-15  DF  A control record may now name the
      *                      column of a StudentId and a number of
      *                      leaver years; past its retention days
      *                      such a record (the disclosure log) is
      *                      kept while the student is active on
      *                      STUMAST.DAT and until that many years
      *                      after the student withdrew or
      *                      graduated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LogPurge.
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           COPY PRCDTSEL.

       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       01  PURGE-ARCHIVE-RECORD           PIC X(80).

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       01  WS-INPUT-FILE-NAME             PIC X(20).
       01  WS-OUTPUT-FILE-NAME            PIC X(24).
       01  WS-ARCHIVE-FILE-NAME           PIC X(32).

       01  WS-MASTER-STATUS               PIC X(02).
           88  WS-MASTER-NOTFOUND         VALUE "35".

       01  WS-SWITCHES.
           05  WS-CONTROL-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-CONTROL-END-OF-FILE VALUE 'Y'.
           05  WS-INPUT-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-INPUT-END-OF-FILE   VALUE 'Y'.
           05  WS-MASTER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-MASTER-OPEN         VALUE 'Y'.
           05  WS-LEAVER-HOLD-SWITCH      PIC X(01).
               88  WS-LEAVER-HOLD         VALUE 'Y'.

       01  WS-SYSTEM-DATE-WS.
           05  WS-SYSTEM-YEAR             PIC 9(04).

       01  WS-RECORD-AGE-DAYS             PIC S9(09) COMP.

       01  WS-HOLD-ID-TEXT                PIC X(07).
       01  WS-HOLD-ID-NUM REDEFINES WS-HOLD-ID-TEXT
                                          PIC 9(07).
       01  WS-LEAVER-YEARS                PIC 9(02).
       01  WS-HOLD-UNTIL-DATE             PIC 9(08).

       01  WS-FILE-STATISTICS.
           05  WS-RECORDS-KEPT            PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-PURGED          PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-HELD            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.


       1000-INITIALIZE.
           OPEN INPUT RETENTION-CONTROL-FILE
           OPEN INPUT STUDENT-MASTER-FILE
           IF NOT WS-MASTER-NOTFOUND
               MOVE 'Y' TO WS-MASTER-OPEN-SWITCH
           END-IF
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE-WS
           MOVE WS-SYSTEM-DATE-WS TO WS-CURRENT-DATE-NUM
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           MOVE ZERO TO WS-RECORDS-KEPT
           MOVE ZERO TO WS-RECORDS-PURGED
           MOVE ZERO TO WS-RECORDS-HELD
           OPEN INPUT PURGE-INPUT-FILE
           OPEN OUTPUT PURGE-OUTPUT-FILE
           OPEN OUTPUT PURGE-ARCHIVE-FILE
           CLOSE PURGE-ARCHIVE-FILE
           DISPLAY "  " RET-FILE-NAME
               " kept " WS-RECORDS-KEPT
               " purged " WS-RECORDS-PURGED
           IF WS-RECORDS-HELD > ZERO
               DISPLAY "  " RET-FILE-NAME
                   " of those kept, held for the student "
                   WS-RECORDS-HELD
           END-IF.
       2300-EXIT.
           EXIT.

               FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE-NUM)
           COMPUTE WS-RECORD-AGE-DAYS =
               WS-CURRENT-DATE-INTEGER - WS-RECORD-DATE-INTEGER
           MOVE 'N' TO WS-LEAVER-HOLD-SWITCH
           IF WS-RECORD-AGE-DAYS > RET-RETENTION-DAYS
               PERFORM 2450-CHECK-LEAVER-HOLD THRU 2450-EXIT
           END-IF
           IF WS-LEAVER-HOLD
               ADD 1 TO WS-RECORDS-HELD
           END-IF
           IF WS-RECORD-AGE-DAYS > RET-RETENTION-DAYS
                   AND NOT WS-LEAVER-HOLD
               MOVE PURGE-INPUT-RECORD TO PURGE-ARCHIVE-RECORD
               WRITE PURGE-ARCHIVE-RECORD
               ADD 1 TO WS-RECORDS-PURGED
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2450-CHECK-LEAVER-HOLD - a file whose control record     *
      *    names a StudentId column (the disclosure log) keeps a    *
      *    record past its days while the student is active and     *
      *    for RET-LEAVER-YEARS after the withdrawal or graduation  *
      *    date.  A student no longer on the master ages off as     *
      *    usual; with no master to ask, nothing is purged.         *
      *-----------------------------------------------------------*
       2450-CHECK-LEAVER-HOLD.
           IF RET-STUDENT-OFFSET NOT NUMERIC
               GO TO 2450-EXIT
           END-IF
           IF RET-STUDENT-OFFSET = ZERO
               GO TO 2450-EXIT
           END-IF
           MOVE PURGE-INPUT-RECORD(RET-STUDENT-OFFSET : 7)
               TO WS-HOLD-ID-TEXT
           IF WS-HOLD-ID-TEXT NOT NUMERIC
               GO TO 2450-EXIT
           END-IF
           IF NOT WS-MASTER-OPEN
               MOVE 'Y' TO WS-LEAVER-HOLD-SWITCH
               GO TO 2450-EXIT
           END-IF
           MOVE WS-HOLD-ID-NUM TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   GO TO 2450-EXIT
           END-READ
           IF STU-STATUS-ACTIVE
               MOVE 'Y' TO WS-LEAVER-HOLD-SWITCH
               GO TO 2450-EXIT
           END-IF
           IF STU-STATUS-DATE NOT NUMERIC
                   OR STU-STATUS-DATE = ZERO
               MOVE 'Y' TO WS-LEAVER-HOLD-SWITCH
               GO TO 2450-EXIT
           END-IF
           IF RET-LEAVER-YEARS NUMERIC
                   AND RET-LEAVER-YEARS > ZERO
               MOVE RET-LEAVER-YEARS TO WS-LEAVER-YEARS
           ELSE
               MOVE 5 TO WS-LEAVER-YEARS
           END-IF
           COMPUTE WS-HOLD-UNTIL-DATE =
               STU-STATUS-DATE + (WS-LEAVER-YEARS * 10000)
           IF WS-CURRENT-DATE-NUM < WS-HOLD-UNTIL-DATE
               MOVE 'Y' TO WS-LEAVER-HOLD-SWITCH
           END-IF.
       2450-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-MASTER-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF
           CLOSE RETENTION-CONTROL-FILE
           DISPLAY "LogPurge - retention run complete".
       9000-EXIT.
