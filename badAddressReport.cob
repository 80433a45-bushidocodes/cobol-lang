      ******************************************************************
      *    PROGRAM-ID: BadAddressReport
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Monthly bad-address report.  Every address
      *                  ReturnedMail has flagged and nobody has yet
      *                  replaced is listed with the student's name,
      *                  the date the mail came back, the document
      *                  that bounced and the days since, then
      *                  counted into the 0-30, 31-60, 61-90 and
      *                  over-90 aging buckets for the trailer.
      *                  Output lands on BADADDR.RPT; anything in the
      *                  over-90 bucket sets RC 4.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BadAddressReport.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BAD-ADDRESS-REPORT-FILE ASSIGN TO "BADADDR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  STUDENT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUADDR.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  BAD-ADDRESS-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BAD-ADDRESS-PRINT-LINE      PIC X(80).

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.

       01  WS-ADDRESS-STATUS        PIC X(02).
           88  WS-ADDRESS-NOTFOUND  VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).
           88  WS-MASTER-NOTFOUND   VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.

       01  WS-TODAY-INTEGER         PIC S9(09) COMP.
       01  WS-RETURN-AGE-DAYS       PIC S9(05) COMP.

       01  WS-COUNTERS.
           05  WS-ADDRESSES-READ    PIC 9(07) VALUE ZERO.
           05  WS-ADDRESSES-BAD     PIC 9(07) VALUE ZERO.
           05  WS-BAD-0-TO-30       PIC 9(05) VALUE ZERO.
           05  WS-BAD-31-TO-60      PIC 9(05) VALUE ZERO.
           05  WS-BAD-61-TO-90      PIC 9(05) VALUE ZERO.
           05  WS-BAD-OVER-90       PIC 9(05) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(37) VALUE
               "Returned-mail addresses - aging at   ".
           05  BAH-DATE             PIC 9(08).

       01  WS-COLUMN-HEADING        PIC X(80) VALUE
           "Student  Name                  Returned  Doc    Days".

       01  WS-BAD-DETAIL.
           05  BAD-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BAD-SURNAME          PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BAD-RETURN-DATE      PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BAD-DOCUMENT         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  BAD-AGE-DAYS         PIC ZZZZ9.

       01  WS-BUCKET-LINE.
           05  FILLER               PIC X(08) VALUE "  0-30  ".
           05  BAB-0-TO-30          PIC ZZZZ9.
           05  FILLER               PIC X(09) VALUE "  31-60  ".
           05  BAB-31-TO-60         PIC ZZZZ9.
           05  FILLER               PIC X(09) VALUE "  61-90  ".
           05  BAB-61-TO-90         PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE "  over 90  ".
           05  BAB-OVER-90          PIC ZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(24) VALUE
               "Bad addresses on file : ".
           05  BAT-TOTAL            PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-AGE-ONE-ADDRESS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-ADDRESSES-READ TO JST-RECORDS-READ
           MOVE WS-ADDRESSES-BAD TO JST-RECORDS-WRITTEN
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "BadAddressRe" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           OPEN INPUT STUDENT-ADDRESS-FILE
           IF WS-ADDRESS-NOTFOUND
               DISPLAY "BadAddressReport - no address file"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN OUTPUT BAD-ADDRESS-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO BAH-DATE
           MOVE WS-REPORT-HEADING TO BAD-ADDRESS-PRINT-LINE
           WRITE BAD-ADDRESS-PRINT-LINE
           MOVE WS-COLUMN-HEADING TO BAD-ADDRESS-PRINT-LINE
           WRITE BAD-ADDRESS-PRINT-LINE
           DISPLAY "BadAddressReport - aging returned mail"
           PERFORM 2100-READ-ADDRESS THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2100-READ-ADDRESS.
           READ STUDENT-ADDRESS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-AGE-ONE-ADDRESS - days since the mail came back,    *
      *    one detail line and one bucket count per bad address     *
      *-----------------------------------------------------------*
       2000-AGE-ONE-ADDRESS.
           ADD 1 TO WS-ADDRESSES-READ
           IF NOT ADR-MAIL-RETURNED
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-ADDRESSES-BAD
           IF ADR-RETURN-DATE NUMERIC AND ADR-RETURN-DATE > ZERO
               COMPUTE WS-RETURN-AGE-DAYS =
                   WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(ADR-RETURN-DATE)
           ELSE
               MOVE ZERO TO WS-RETURN-AGE-DAYS
           END-IF
           IF WS-RETURN-AGE-DAYS < ZERO
               MOVE ZERO TO WS-RETURN-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-RETURN-AGE-DAYS <= 30
                   ADD 1 TO WS-BAD-0-TO-30
               WHEN WS-RETURN-AGE-DAYS <= 60
                   ADD 1 TO WS-BAD-31-TO-60
               WHEN WS-RETURN-AGE-DAYS <= 90
                   ADD 1 TO WS-BAD-61-TO-90
               WHEN OTHER
                   ADD 1 TO WS-BAD-OVER-90
           END-EVALUATE
           MOVE ADR-STUDENT-ID TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "*NOTFND*" TO STU-SURNAME
           END-READ
           MOVE ADR-STUDENT-ID      TO BAD-STUDENT-ID
           MOVE STU-SURNAME         TO BAD-SURNAME
           MOVE ADR-RETURN-DATE     TO BAD-RETURN-DATE
           MOVE ADR-RETURN-DOCUMENT TO BAD-DOCUMENT
           MOVE WS-RETURN-AGE-DAYS  TO BAD-AGE-DAYS
           MOVE WS-BAD-DETAIL TO BAD-ADDRESS-PRINT-LINE
           WRITE BAD-ADDRESS-PRINT-LINE.
       2000-NEXT.
           PERFORM 2100-READ-ADDRESS THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       3000-PRINT-TOTALS.
           IF RETURN-CODE = 16
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO BAD-ADDRESS-PRINT-LINE
           WRITE BAD-ADDRESS-PRINT-LINE
           MOVE WS-BAD-0-TO-30  TO BAB-0-TO-30
           MOVE WS-BAD-31-TO-60 TO BAB-31-TO-60
           MOVE WS-BAD-61-TO-90 TO BAB-61-TO-90
           MOVE WS-BAD-OVER-90  TO BAB-OVER-90
           MOVE WS-BUCKET-LINE TO BAD-ADDRESS-PRINT-LINE
           WRITE BAD-ADDRESS-PRINT-LINE
           MOVE WS-ADDRESSES-BAD TO BAT-TOTAL
           MOVE WS-TOTAL-LINE TO BAD-ADDRESS-PRINT-LINE
           WRITE BAD-ADDRESS-PRINT-LINE.
       3000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE STUDENT-ADDRESS-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE BAD-ADDRESS-REPORT-FILE
           DISPLAY "Addresses read   : " WS-ADDRESSES-READ
           DISPLAY "Bad addresses    : " WS-ADDRESSES-BAD
           DISPLAY "Over ninety days : " WS-BAD-OVER-90
           IF WS-BAD-OVER-90 > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY JOBSTAPA.

       COPY PRCDTPA.
