      *                  are skipped here to keep the feed free of
      *                  duplicates, as are MasterRestore's 'R'
      *                  rows, which describe a file, not a
      *                  student, and ReturnedMail's 'B' rows,
      *                  which carry nothing the registrar holds.
      *                  Deletes, and the course drops
      *                  CourseCancel logs as 'X', are described from
      *                  the audit before-image; everything else from
      *                  the current master record.
      *    MODIFICATION HISTORY:
      *      2026-08-22  DF  Original version.
      *      2026-08-22  DF  Business dates now come from the
      *      2026-09-02  DF  Every detail sent is now entered on the
      *                      outbound feed ledger (FEEDLDGR.DAT) for
      *                      the chase report.
      *      2026-10-15  DF  Course-cancellation drops ('X' rows
      *                      from CourseCancel) are sent from the
      *                      before-image, which names the cancelled
      *                      course.
      *      2026-10-15  DF  Returned-mail flags ('B' rows from
      *                      ReturnedMail) are not sent.
      *      2026-10-15  DF  A student under a directory-information
      *                      block is sent named CONFIDENTIAL and
      *                      flagged C.  Deletes and drops judge the
      *                      block from the before-image flag.
      *      2026-10-15  DF  Every delta detail sent is entered on
      *                      the disclosure log (DISCLOG.DAT) as an
      *                      enrollment released to the external
      *                      registrar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RegistrarDelta.
           COPY PRCDTSEL.

           COPY JOBSTSEL.
           COPY DSCLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY JOBSTFD.

       COPY DSCLFD.

       WORKING-STORAGE SECTION.
       COPY JOBSTAT.
       COPY PRCDTWS.

      *    Before-image field slices, per the maintenance program's
      *    image layout: id(7) surname(20) given(15) initials(2)
      *    course(4) gender(1) privacy block(1).
       01  WS-IMAGE-AREA.
           05  WS-IMG-STUDENT-ID    PIC X(07).
           05  WS-IMG-SURNAME       PIC X(20).
           05  WS-IMG-GIVEN-NAME    PIC X(15).
           05  WS-IMG-INITIALS      PIC X(02).
           05  WS-IMG-COURSE-CODE   PIC X(04).
           05  WS-IMG-GENDER        PIC X(01).
           05  WS-IMG-PRIVACY-BLOCK PIC X(01).
           05  FILLER               PIC X(10).

       COPY PRIVWS.
       COPY DSCLWS.

       01  WS-CONFIDENTIAL-COUNT    PIC 9(07) VALUE ZERO.

       01  CURRENT-DATE-WS.
           02  CURRENT-YEAR         PIC 9(4).
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO CURRENT-DATE-WS
           MOVE WS-PROCESSING-DATE TO WS-PVB-AS-OF-DATE
           MOVE "RegistrarDel" TO WS-DSC-PROGRAM-ID
           MOVE "REGDELTA" TO WS-DSC-OPERATOR-ID
           MOVE CURRENT-YEAR   TO WS-SYSTEM-YEAR
           MOVE CURRENT-MONTH  TO WS-SYSTEM-MONTH
           MOVE CURRENT-DAY    TO WS-SYSTEM-DAY
           MOVE STU-GIVEN-NAME  TO DLT-D-GIVEN-NAME
           MOVE STU-INITIALS    TO DLT-D-INITIALS
           MOVE STU-COURSE-CODE TO DLT-D-COURSE-CODE
           MOVE STU-PRIVACY-BLOCK TO WS-PVB-BLOCK-FLAG
           MOVE STU-PRIVACY-DATE  TO WS-PVB-BLOCK-DATE
           PERFORM 8200-MASK-CONFIDENTIAL THRU 8200-EXIT
           WRITE DELTA-DETAIL-RECORD
           PERFORM 8000-COUNT-AND-HASH THRU 8000-EXIT.
       2200-EXIT.
           IF WS-AUDIT-DATE-NUM > WS-LAST-FEED-DATE
                   AND AUD-OPERATOR-ID NOT = "WAITPROM"
                   AND AUD-ACTION-CODE NOT = 'R'
                   AND AUD-ACTION-CODE NOT = 'B'
               PERFORM 3200-WRITE-AUDIT-DETAIL THRU 3200-EXIT
           END-IF
           PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
           MOVE 'D' TO DLT-D-RECORD-TYPE
           MOVE AUD-ACTION-CODE TO DLT-D-ACTION-CODE
           MOVE AUD-STUDENT-ID  TO DLT-D-STUDENT-ID
           IF AUD-ACTION-CODE = 'D' OR 'X'
               MOVE AUD-BEFORE-IMAGE TO WS-IMAGE-AREA
               MOVE WS-IMG-SURNAME     TO DLT-D-SURNAME
               MOVE WS-IMG-GIVEN-NAME  TO DLT-D-GIVEN-NAME
               MOVE WS-IMG-INITIALS    TO DLT-D-INITIALS
               MOVE WS-IMG-COURSE-CODE TO DLT-D-COURSE-CODE
               MOVE WS-IMG-PRIVACY-BLOCK TO WS-PVB-BLOCK-FLAG
               MOVE SPACES TO WS-PVB-BLOCK-DATE
           ELSE
               MOVE AUD-STUDENT-ID TO STU-ID
               READ STUDENT-MASTER-FILE
                       MOVE WS-IMG-GIVEN-NAME  TO DLT-D-GIVEN-NAME
                       MOVE WS-IMG-INITIALS    TO DLT-D-INITIALS
                       MOVE WS-IMG-COURSE-CODE TO DLT-D-COURSE-CODE
                       MOVE WS-IMG-PRIVACY-BLOCK TO WS-PVB-BLOCK-FLAG
                       MOVE SPACES TO WS-PVB-BLOCK-DATE
                   NOT INVALID KEY
                       MOVE STU-SURNAME     TO DLT-D-SURNAME
                       MOVE STU-GIVEN-NAME  TO DLT-D-GIVEN-NAME
                       MOVE STU-INITIALS    TO DLT-D-INITIALS
                       MOVE STU-COURSE-CODE TO DLT-D-COURSE-CODE
                       MOVE STU-PRIVACY-BLOCK TO WS-PVB-BLOCK-FLAG
                       MOVE STU-PRIVACY-DATE  TO WS-PVB-BLOCK-DATE
               END-READ
           END-IF
           PERFORM 8200-MASK-CONFIDENTIAL THRU 8200-EXIT
           WRITE DELTA-DETAIL-RECORD
           PERFORM 8000-COUNT-AND-HASH THRU 8000-EXIT.
       3200-EXIT.
           COMPUTE WS-ID-HASH-TOTAL =
               FUNCTION MOD(WS-ID-HASH-TOTAL + DLT-D-STUDENT-ID,
                   1000000000000)
           PERFORM 8100-POST-LEDGER THRU 8100-EXIT
           PERFORM 8300-LOG-DISCLOSURE THRU 8300-EXIT.
       8000-EXIT.
           EXIT.

       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8200-MASK-CONFIDENTIAL - a student under a directory-    *
      *    information block goes by id and course only             *
      *-----------------------------------------------------------*
       8200-MASK-CONFIDENTIAL.
           PERFORM 9490-CHECK-PRIVACY THRU 9490-EXIT
           IF WS-PVB-WITHHELD
               MOVE WS-PVB-CONFIDENTIAL TO DLT-D-SURNAME
               MOVE SPACES TO DLT-D-GIVEN-NAME
               MOVE SPACES TO DLT-D-INITIALS
               MOVE 'C' TO DLT-D-PRIVACY-FLAG
               ADD 1 TO WS-CONFIDENTIAL-COUNT
           END-IF.
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8300-LOG-DISCLOSURE - each detail sent is a release of   *
      *    the enrollment to the external registrar                 *
      *-----------------------------------------------------------*
       8300-LOG-DISCLOSURE.
           MOVE DLT-D-STUDENT-ID TO WS-DSC-STUDENT-ID
           MOVE "EXTERNAL REGISTRAR" TO WS-DSC-RECIPIENT
           MOVE "ENRL" TO WS-DSC-CATEGORY
           MOVE SPACES TO WS-DSC-REFERENCE
           STRING "COURSE " DELIMITED BY SIZE
                  DLT-D-COURSE-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DLT-D-ACTION-CODE DELIMITED BY SIZE
                  DLT-D-PRIVACY-FLAG DELIMITED BY SIZE
               INTO WS-DSC-REFERENCE
           PERFORM 9750-LOG-DISCLOSURE THRU 9750-EXIT.
       8300-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE SPACES TO DELTA-TRAILER-RECORD
           MOVE 'T' TO DLT-T-RECORD-TYPE
           CLOSE TXN-LOG-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE STUDENT-MASTER-FILE
           PERFORM 9780-CLOSE-DISCLOSURE-LOG THRU 9780-EXIT
           OPEN OUTPUT FEED-CONTROL-FILE
           MOVE CURRENT-DATE-WS TO FDC-LAST-FEED-DATE
           WRITE FEED-CONTROL-RECORD
           CLOSE FEED-CONTROL-FILE
           DISPLAY "RegistrarDelta - delta records written: "
               WS-DETAIL-COUNT
           DISPLAY "RegistrarDelta - sent confidential    : "
               WS-CONFIDENTIAL-COUNT.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY JOBSTAPA.

       COPY PRIVPA.

       COPY DSCLPA.
