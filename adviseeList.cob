      ******************************************************************
      *    PROGRAM-ID: AdviseeList
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Per-advisor advisee list.  Reads the student
      *                  advising file (STUADVR.DAT), sorts the
      *                  advised students by advisor and student id,
      *                  and prints to ADVISEE.RPT one block per
      *                  advisor listing each advisee's name, academic
      *                  standing, balance due on the open invoices,
      *                  and whether a financial hold (FINHOLD.DAT) or
      *                  an advising hold is on.  Students with no
      *                  advisor are left to AdvisorAssign.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AdviseeList.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT INSTRUCTOR-MASTER-FILE ASSIGN TO "INSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT FINANCIAL-HOLD-FILE ASSIGN TO "FINHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FNH-STUDENT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "ADVSORT.WRK".

           SELECT ADVISEE-REPORT-FILE ASSIGN TO "ADVISEE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ADVSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  INSTRUCTOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INSTMAST.

       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INVOICE.

       FD  FINANCIAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FINHOLD.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-ADVISOR-ID          PIC X(06).
           05  SRT-STUDENT-ID          PIC 9(07).
           05  SRT-HOLD-FLAG           PIC X(01).

       FD  ADVISEE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADVISEE-PRINT-LINE          PIC X(80).

       COPY ADVFD.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY ADVWS.

       01  WS-MASTER-STATUS         PIC X(02).

       01  WS-INSTRUCTOR-STATUS     PIC X(02).

       01  WS-INVOICE-STATUS        PIC X(02).
           88  WS-INVOICE-NOTFOUND  VALUE "35".

       01  WS-HOLD-STATUS           PIC X(02).
           88  WS-HOLD-NOTFOUND     VALUE "35".

       01  WS-SWITCHES.
           05  WS-ADV-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-ADV-END       VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-SORT-END      VALUE 'Y'.
           05  WS-INV-DONE-SWITCH   PIC X(01).
               88  WS-INV-DONE      VALUE 'Y'.
           05  WS-INVOICE-SWITCH    PIC X(01) VALUE 'Y'.
               88  WS-INVOICE-OPEN  VALUE 'Y'.
           05  WS-HOLD-SWITCH       PIC X(01) VALUE 'Y'.
               88  WS-HOLD-OPEN     VALUE 'Y'.

       01  WS-CUR-ADVISOR-ID        PIC X(06).
       01  WS-CUR-ADVISEES          PIC 9(05) COMP.
       01  WS-BALANCE-DUE           PIC 9(07)V99.

       01  WS-COUNTERS.
           05  WS-ADVISING-READ     PIC 9(07) VALUE ZERO.
           05  WS-ADVISEES-LISTED   PIC 9(07) VALUE ZERO.
           05  WS-ADVISORS-LISTED   PIC 9(05) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(26) VALUE
               "Advisee list - as of ".
           05  WAH-DATE             PIC 9(08).

       01  WS-ADVISOR-LINE.
           05  FILLER               PIC X(09) VALUE "Advisor: ".
           05  WAA-ADVISOR-ID       PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WAA-ADVISOR-NAME     PIC X(36).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WAA-DEPARTMENT       PIC X(04).

       01  WS-COLUMN-HEADING.
           05  FILLER               PIC X(13) VALUE
               "    Student".
           05  FILLER               PIC X(26) VALUE "Name".
           05  FILLER               PIC X(10) VALUE "Standing".
           05  FILLER               PIC X(16) VALUE "   Balance due".
           05  FILLER               PIC X(10) VALUE "Fin hold".
           05  FILLER               PIC X(08) VALUE "Adv hold".

       01  WS-ADVISEE-DETAIL.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WAD-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WAD-STUDENT-NAME     PIC X(24).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WAD-STANDING         PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WAD-BALANCE-DUE      PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  WAD-FIN-HOLD         PIC X(03).
           05  FILLER               PIC X(07) VALUE SPACES.
           05  WAD-ADV-HOLD         PIC X(03).

       01  WS-ADVISOR-TOTAL-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "Advisees: ".
           05  WAT-ADVISEES         PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-ADVISOR-ID
                                    SRT-STUDENT-ID
                   INPUT PROCEDURE IS 4000-RELEASE-ADVISEES
                       THRU 4000-EXIT
                   OUTPUT PROCEDURE IS 5000-PRINT-REPORT
                       THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-ADVISING-READ TO JST-RECORDS-READ
           MOVE WS-ADVISEES-LISTED TO JST-RECORDS-WRITTEN
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "AdviseeList " TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           OPEN INPUT STUDENT-ADVISING-FILE
           IF WS-ADVISING-NOTFOUND
               DISPLAY "AdviseeList - no student advising file"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT INSTRUCTOR-MASTER-FILE
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-NOTFOUND
               MOVE 'N' TO WS-INVOICE-SWITCH
           END-IF
           OPEN INPUT FINANCIAL-HOLD-FILE
           IF WS-HOLD-NOTFOUND
               MOVE 'N' TO WS-HOLD-SWITCH
           END-IF
           OPEN OUTPUT ADVISEE-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WAH-DATE
           MOVE WS-REPORT-HEADING TO ADVISEE-PRINT-LINE
           WRITE ADVISEE-PRINT-LINE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-RELEASE-ADVISEES - every advising record with an    *
      *    advisor on it                                            *
      *-----------------------------------------------------------*
       4000-RELEASE-ADVISEES.
           PERFORM 4100-READ-ADVISING THRU 4100-EXIT
           PERFORM 4200-RELEASE-ONE THRU 4200-EXIT
               UNTIL WS-ADV-END.
       4000-EXIT.
           EXIT.

       4100-READ-ADVISING.
           READ STUDENT-ADVISING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-ADV-EOF-SWITCH
           END-READ.
       4100-EXIT.
           EXIT.

       4200-RELEASE-ONE.
           ADD 1 TO WS-ADVISING-READ
           IF ADV-ADVISOR-ID = SPACES
               GO TO 4200-NEXT
           END-IF
           MOVE ADV-ADVISOR-ID TO SRT-ADVISOR-ID
           MOVE ADV-STUDENT-ID TO SRT-STUDENT-ID
           MOVE ADV-HOLD-FLAG  TO SRT-HOLD-FLAG
           RELEASE SORT-RECORD.
       4200-NEXT.
           PERFORM 4100-READ-ADVISING THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

       5000-PRINT-REPORT.
           PERFORM 5100-RETURN-SORTED THRU 5100-EXIT
           PERFORM 5200-PRINT-ADVISOR THRU 5200-EXIT
               UNTIL WS-SORT-END
           IF WS-ADVISORS-LISTED = ZERO
               MOVE "No advised students on file."
                   TO ADVISEE-PRINT-LINE
               WRITE ADVISEE-PRINT-LINE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5200-PRINT-ADVISOR - heading, one line per advisee,      *
      *    and the advisee count                                    *
      *-----------------------------------------------------------*
       5200-PRINT-ADVISOR.
           MOVE SRT-ADVISOR-ID TO WS-CUR-ADVISOR-ID
           MOVE ZERO TO WS-CUR-ADVISEES
           ADD 1 TO WS-ADVISORS-LISTED
           PERFORM 5500-PRINT-HEADING THRU 5500-EXIT
           PERFORM 5300-PRINT-ADVISEE THRU 5300-EXIT
               UNTIL WS-SORT-END
                   OR SRT-ADVISOR-ID NOT = WS-CUR-ADVISOR-ID
           MOVE WS-CUR-ADVISEES TO WAT-ADVISEES
           MOVE WS-ADVISOR-TOTAL-LINE TO ADVISEE-PRINT-LINE
           WRITE ADVISEE-PRINT-LINE.
       5200-EXIT.
           EXIT.

       5300-PRINT-ADVISEE.
           MOVE SRT-STUDENT-ID TO WAD-STUDENT-ID
           MOVE SPACES TO WAD-STANDING
           MOVE SRT-STUDENT-ID TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "(not on student master)" TO WAD-STUDENT-NAME
               NOT INVALID KEY
                   MOVE SPACES TO WAD-STUDENT-NAME
                   STRING STU-SURNAME DELIMITED BY "  "
                          ", "        DELIMITED BY SIZE
                          STU-GIVEN-NAME DELIMITED BY "  "
                       INTO WAD-STUDENT-NAME
                   END-STRING
                   PERFORM 5350-FORMAT-STANDING THRU 5350-EXIT
           END-READ
           PERFORM 5400-SUM-BALANCE THRU 5400-EXIT
           MOVE WS-BALANCE-DUE TO WAD-BALANCE-DUE
           MOVE "No " TO WAD-FIN-HOLD
           IF WS-HOLD-OPEN
               MOVE SRT-STUDENT-ID TO FNH-STUDENT-ID
               READ FINANCIAL-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Yes" TO WAD-FIN-HOLD
               END-READ
           END-IF
           IF SRT-HOLD-FLAG = 'Y'
               MOVE "Yes" TO WAD-ADV-HOLD
           ELSE
               MOVE "No " TO WAD-ADV-HOLD
           END-IF
           MOVE WS-ADVISEE-DETAIL TO ADVISEE-PRINT-LINE
           WRITE ADVISEE-PRINT-LINE
           ADD 1 TO WS-CUR-ADVISEES
           ADD 1 TO WS-ADVISEES-LISTED
           PERFORM 5100-RETURN-SORTED THRU 5100-EXIT.
       5300-EXIT.
           EXIT.

       5350-FORMAT-STANDING.
           EVALUATE TRUE
               WHEN STU-STANDING-DEANS
                   MOVE "Dean list" TO WAD-STANDING
               WHEN STU-STANDING-PROBATION
                   MOVE "Probation" TO WAD-STANDING
               WHEN STU-STANDING-SUSPENDED
                   MOVE "Suspended" TO WAD-STANDING
               WHEN OTHER
                   MOVE "Good" TO WAD-STANDING
           END-EVALUATE.
       5350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5400-SUM-BALANCE - what is still owed on the student's   *
      *    invoices; refunded invoices owe nothing                  *
      *-----------------------------------------------------------*
       5400-SUM-BALANCE.
           MOVE ZERO TO WS-BALANCE-DUE
           IF NOT WS-INVOICE-OPEN
               GO TO 5400-EXIT
           END-IF
           MOVE 'N' TO WS-INV-DONE-SWITCH
           MOVE SRT-STUDENT-ID TO INV-STUDENT-ID
           MOVE LOW-VALUES     TO INV-COURSE-CODE
           START INVOICE-FILE KEY NOT < INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
           END-START
           PERFORM 5410-ADD-ONE-INVOICE THRU 5410-EXIT
               UNTIL WS-INV-DONE.
       5400-EXIT.
           EXIT.

       5410-ADD-ONE-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INV-DONE-SWITCH
                   GO TO 5410-EXIT
           END-READ
           IF INV-STUDENT-ID NOT = SRT-STUDENT-ID
               MOVE 'Y' TO WS-INV-DONE-SWITCH
               GO TO 5410-EXIT
           END-IF
           IF INV-STATUS-REFUNDED
               GO TO 5410-EXIT
           END-IF
           IF INV-AMOUNT-PAID < INV-AMOUNT-BILLED
               COMPUTE WS-BALANCE-DUE = WS-BALANCE-DUE
                   + INV-AMOUNT-BILLED - INV-AMOUNT-PAID
           END-IF.
       5410-EXIT.
           EXIT.

       5500-PRINT-HEADING.
           MOVE SPACES TO ADVISEE-PRINT-LINE
           WRITE ADVISEE-PRINT-LINE
           MOVE WS-CUR-ADVISOR-ID TO WAA-ADVISOR-ID
           MOVE SPACES TO WAA-DEPARTMENT
           MOVE WS-CUR-ADVISOR-ID TO INS-ID
           READ INSTRUCTOR-MASTER-FILE
               INVALID KEY
                   MOVE "(not on instructor master)"
                       TO WAA-ADVISOR-NAME
               NOT INVALID KEY
                   MOVE SPACES TO WAA-ADVISOR-NAME
                   STRING INS-SURNAME DELIMITED BY "  "
                          ", "        DELIMITED BY SIZE
                          INS-GIVEN-NAME DELIMITED BY "  "
                       INTO WAA-ADVISOR-NAME
                   END-STRING
                   MOVE INS-DEPARTMENT TO WAA-DEPARTMENT
           END-READ
           MOVE WS-ADVISOR-LINE TO ADVISEE-PRINT-LINE
           WRITE ADVISEE-PRINT-LINE
           MOVE WS-COLUMN-HEADING TO ADVISEE-PRINT-LINE
           WRITE ADVISEE-PRINT-LINE.
       5500-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE STUDENT-ADVISING-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE INSTRUCTOR-MASTER-FILE
           IF WS-INVOICE-OPEN
               CLOSE INVOICE-FILE
           END-IF
           IF WS-HOLD-OPEN
               CLOSE FINANCIAL-HOLD-FILE
           END-IF
           CLOSE ADVISEE-REPORT-FILE
           DISPLAY "Advising records read: " WS-ADVISING-READ
           DISPLAY "Advisors listed      : " WS-ADVISORS-LISTED
           DISPLAY "Advisees listed      : " WS-ADVISEES-LISTED.
       9000-EXIT.
           EXIT.

       COPY JOBSTAPA.

       COPY PRCDTPA.
