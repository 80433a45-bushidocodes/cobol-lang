      *                  Output lands on DOSSIER.RPT.
      *    MODIFICATION HISTORY:
      *      2026-09-02  DF  Original version.
      *      2026-10-15  DF  The grade section now shows each
      *                      course's credit hours and closes with
      *                      credits earned and the credit-weighted
      *                      GPA, on the TranscriptPrint scale.
      *      2026-10-15  DF  A W (withdrawn after the last day to
      *                      drop) is shown but carries no points or
      *                      credits into the GPA.
      *      2026-10-15  DF  Transfer credit (grade TR) counts
      *                      toward credits earned but is left out
      *                      of the GPA.
      *      2026-10-15  DF  A student under a directory-information
      *                      block gets the warning banner on the
      *                      console and a CONFIDENTIAL line at the
      *                      head of the dossier.  The block is
      *                      judged on the suite processing date.
      *      2026-10-15  DF  Asks for the operator and who the
      *                      dossier is released to, and enters the
      *                      release on the disclosure log
      *                      (DISCLOG.DAT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DossierPrint.
           SELECT DOSSIER-REPORT-FILE ASSIGN TO "DOSSIER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY PRCDTSEL.
           COPY DSCLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.
           LABEL RECORDS ARE STANDARD.
       01  DOSSIER-PRINT-LINE          PIC X(90).

       COPY DSCLFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY PRIVWS.
       COPY DSCLWS.

       01  WS-MASTER-STATUS         PIC X(02).

       01  WS-ADDRESS-STATUS        PIC X(02).
               88  WS-TRH-END       VALUE 'Y'.

       01  WS-LOOKUP-ID             PIC 9(07).

       01  WS-GRADE-POINTS          PIC 9(01)V99.
       01  WS-TOTAL-POINTS          PIC 9(05)V99 VALUE ZERO.
       01  WS-COURSE-CREDITS        PIC 9(02)V9.
       01  WS-CREDITS-GRADED        PIC 9(05)V9 VALUE ZERO.
       01  WS-CREDITS-EARNED        PIC 9(05)V9 VALUE ZERO.
       01  WS-GPA                   PIC 9(01)V99.
       01  WS-SECTION-COUNT         PIC 9(05) VALUE ZERO.

       01  WS-SECTION-HEADING.
           05  WGD-COURSE-TITLE     PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WGD-GRADE            PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WGD-CREDITS          PIC Z9.9.

       01  WS-GPA-DETAIL.
           05  FILLER               PIC X(18) VALUE
               "  Credits earned: ".
           05  WGP-CREDITS-EARNED   PIC ZZZZ9.9.
           05  FILLER               PIC X(07) VALUE "  GPA: ".
           05  WGP-GPA              PIC 9.99.

       01  WS-INVOICE-DETAIL.
           05  FILLER               PIC X(02) VALUE SPACES.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-PVB-AS-OF-DATE
           DISPLAY "StudentId for dossier: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-ID
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT WS-DSC-OPERATOR-ID
           DISPLAY "Released to (blank = office use): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DSC-RECIPIENT
           ACCEPT WS-DSC-RECIPIENT
           IF WS-DSC-RECIPIENT = SPACES
               MOVE "OFFICE USE" TO WS-DSC-RECIPIENT
           END-IF
           MOVE "DossierPrint" TO WS-DSC-PROGRAM-ID
           OPEN INPUT STUDENT-MASTER-FILE
           MOVE WS-LOOKUP-ID TO STU-ID
           READ STUDENT-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
           END-READ
           MOVE STU-PRIVACY-BLOCK TO WS-PVB-BLOCK-FLAG
           MOVE STU-PRIVACY-DATE  TO WS-PVB-BLOCK-DATE
           PERFORM 9490-CHECK-PRIVACY THRU 9490-EXIT
           IF WS-PVB-WITHHELD
               PERFORM 9495-SHOW-PRIVACY-BANNER THRU 9495-EXIT
           END-IF
           OPEN INPUT STUDENT-ADDRESS-FILE
           OPEN INPUT ENROLLMENT-MASTER-FILE
           OPEN INPUT COURSE-MASTER-FILE
       2000-MASTER-SECTION.
           MOVE "STUDENT MASTER" TO WSH-TITLE
           PERFORM 1100-PRINT-SECTION-HEADING THRU 1100-EXIT
           IF WS-PVB-WITHHELD
               MOVE "Privacy     :" TO WLL-LABEL
               MOVE SPACES TO WLL-VALUE
               STRING WS-PVB-CONFIDENTIAL DELIMITED BY SIZE
                      " - directory information blocked from "
                          DELIMITED BY SIZE
                      STU-PRIVACY-DATE DELIMITED BY SIZE
                   INTO WLL-VALUE
               PERFORM 1200-PRINT-LABEL-LINE THRU 1200-EXIT
           END-IF
           MOVE "StudentId   :" TO WLL-LABEL
           MOVE STU-ID TO WLL-VALUE
           PERFORM 1200-PRINT-LABEL-LINE THRU 1200-EXIT
           END-IF
           PERFORM 4100-PRINT-ONE-GRADE THRU 4100-EXIT
               UNTIL WS-GRH-END
           CLOSE GRADE-HISTORY-FILE
           IF WS-CREDITS-GRADED > ZERO
               COMPUTE WS-GPA ROUNDED =
                   WS-TOTAL-POINTS / WS-CREDITS-GRADED
           ELSE
               MOVE ZERO TO WS-GPA
           END-IF
           MOVE WS-CREDITS-EARNED TO WGP-CREDITS-EARNED
           MOVE WS-GPA TO WGP-GPA
           MOVE WS-GPA-DETAIL TO DOSSIER-PRINT-LINE
           WRITE DOSSIER-PRINT-LINE.
       4000-EXIT.
           EXIT.

           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "(retired course)" TO CRS-TITLE
                   MOVE ZERO TO CRS-CREDIT-HOURS
           END-READ
           MOVE CRS-TITLE       TO WGD-COURSE-TITLE
           MOVE GRH-GRADE       TO WGD-GRADE
           IF CRS-CREDIT-HOURS NUMERIC
               MOVE CRS-CREDIT-HOURS TO WS-COURSE-CREDITS
           ELSE
               MOVE ZERO TO WS-COURSE-CREDITS
           END-IF
           MOVE WS-COURSE-CREDITS TO WGD-CREDITS
           MOVE WS-GRADE-DETAIL TO DOSSIER-PRINT-LINE
           WRITE DOSSIER-PRINT-LINE
           PERFORM 4200-ACCUMULATE-POINTS THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4200-ACCUMULATE-POINTS - the TranscriptPrint scale,      *
      *    weighted by credits; an incomplete or a W carries no     *
      *    points and a course with no credit value weighs one      *
      *    credit; transfer credit is earned but never graded       *
      *-----------------------------------------------------------*
       4200-ACCUMULATE-POINTS.
           IF GRH-TRANSFER-CREDIT
               ADD WS-COURSE-CREDITS TO WS-CREDITS-EARNED
               GO TO 4200-EXIT
           END-IF
           IF GRH-GRADE(1:1) = 'I' OR 'W'
               GO TO 4200-EXIT
           END-IF
           EVALUATE GRH-GRADE(1:1)
               WHEN 'A' MOVE 4.00 TO WS-GRADE-POINTS
               WHEN 'B' MOVE 3.00 TO WS-GRADE-POINTS
               WHEN 'C' MOVE 2.00 TO WS-GRADE-POINTS
               WHEN 'D' MOVE 1.00 TO WS-GRADE-POINTS
               WHEN OTHER MOVE ZERO TO WS-GRADE-POINTS
           END-EVALUATE
           IF GRH-GRADE(1:1) NOT = 'F'
               IF GRH-GRADE(2:1) = '+'
                       AND WS-GRADE-POINTS < 4.00
                   ADD 0.30 TO WS-GRADE-POINTS
               END-IF
               IF GRH-GRADE(2:1) = '-'
                   SUBTRACT 0.30 FROM WS-GRADE-POINTS
               END-IF
           END-IF
           IF WS-GRADE-POINTS > ZERO
               ADD WS-COURSE-CREDITS TO WS-CREDITS-EARNED
           END-IF
           IF WS-COURSE-CREDITS = ZERO
               MOVE 1 TO WS-COURSE-CREDITS
           END-IF
           COMPUTE WS-TOTAL-POINTS =
               WS-TOTAL-POINTS + (WS-GRADE-POINTS * WS-COURSE-CREDITS)
           ADD WS-COURSE-CREDITS TO WS-CREDITS-GRADED.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-INVOICE-SECTION - every invoice, open or paid       *
      *-----------------------------------------------------------*
           CLOSE COURSE-MASTER-FILE
           CLOSE INVOICE-FILE
           CLOSE DOSSIER-REPORT-FILE
           MOVE WS-LOOKUP-ID TO WS-DSC-STUDENT-ID
           MOVE "DOSS" TO WS-DSC-CATEGORY
           MOVE "DOSSIER.RPT" TO WS-DSC-REFERENCE
           PERFORM 9750-LOG-DISCLOSURE THRU 9750-EXIT
           PERFORM 9780-CLOSE-DISCLOSURE-LOG THRU 9780-EXIT
           DISPLAY "DossierPrint - dossier written to DOSSIER.RPT".
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY PRIVPA.

       COPY DSCLPA.
