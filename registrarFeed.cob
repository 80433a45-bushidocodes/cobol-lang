      *                      list what the registrar has not yet
      *                      acknowledged.  Business dates come from
      *                      the suite processing-date control.
      *      2026-10-15  DF  A student under a directory-information
      *                      block still goes to the registrar, so
      *                      the enrollment is reported, but named
      *                      CONFIDENTIAL and flagged C; blocked
      *                      records are counted.
      *      2026-10-15  DF  Every record sent is entered on the
      *                      disclosure log (DISCLOG.DAT) as an
      *                      enrollment released to the external
      *                      registrar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RegistrarFeed.
               FILE STATUS IS WS-LEDGER-STATUS.

           COPY PRCDTSEL.
           COPY DSCLSEL.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       COPY FEEDLDGR.

       COPY DSCLFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       01  WS-MASTER-STATUS            PIC X(02).
           05  WS-ENROLL-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-ENROLL-END-OF-FILE VALUE 'Y'.

       COPY PRIVWS.
       COPY DSCLWS.

       01  WS-FEED-STATISTICS.
           05  WS-RECORDS-EXTRACTED    PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-CONFIDENTIAL PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.


       1000-INITIALIZE.
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-PVB-AS-OF-DATE
           MOVE "RegistrarFee" TO WS-DSC-PROGRAM-ID
           MOVE "REGFEED " TO WS-DSC-OPERATOR-ID
           OPEN INPUT ENROLLMENT-MASTER-FILE
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN OUTPUT REGISTRAR-FEED-FILE
                   MOVE SPACES     TO STU-GIVEN-NAME
                   MOVE SPACES     TO STU-INITIALS
                   SET STU-STATUS-ACTIVE TO TRUE
                   MOVE 'N'        TO STU-PRIVACY-BLOCK
           END-READ
           IF NOT STU-STATUS-ACTIVE
               PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT
           MOVE STU-GIVEN-NAME TO REG-GIVEN-NAME
           MOVE STU-INITIALS TO REG-INITIALS
           MOVE ENL-COURSE-CODE TO REG-COURSE-CODE
           MOVE SPACE TO REG-PRIVACY-FLAG
           MOVE STU-PRIVACY-BLOCK TO WS-PVB-BLOCK-FLAG
           MOVE STU-PRIVACY-DATE  TO WS-PVB-BLOCK-DATE
           PERFORM 9490-CHECK-PRIVACY THRU 9490-EXIT
           IF WS-PVB-WITHHELD
               MOVE WS-PVB-CONFIDENTIAL TO REG-SURNAME
               MOVE SPACES TO REG-GIVEN-NAME
               MOVE SPACES TO REG-INITIALS
               MOVE 'C' TO REG-PRIVACY-FLAG
               ADD 1 TO WS-RECORDS-CONFIDENTIAL
           END-IF
           WRITE REGISTRAR-FEED-RECORD
           ADD 1 TO WS-RECORDS-EXTRACTED
           PERFORM 2300-POST-LEDGER THRU 2300-EXIT
           PERFORM 2400-LOG-DISCLOSURE THRU 2400-EXIT
           PERFORM 2100-READ-ENROLLMENT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-LOG-DISCLOSURE - each detail sent is a release of   *
      *    the enrollment to the external registrar                 *
      *-----------------------------------------------------------*
       2400-LOG-DISCLOSURE.
           MOVE ENL-STUDENT-ID TO WS-DSC-STUDENT-ID
           MOVE "EXTERNAL REGISTRAR" TO WS-DSC-RECIPIENT
           MOVE "ENRL" TO WS-DSC-CATEGORY
           MOVE SPACES TO WS-DSC-REFERENCE
           STRING "COURSE " DELIMITED BY SIZE
                  ENL-COURSE-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REG-PRIVACY-FLAG DELIMITED BY SIZE
               INTO WS-DSC-REFERENCE
           PERFORM 9750-LOG-DISCLOSURE THRU 9750-EXIT.
       2400-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ENROLLMENT-MASTER-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE REGISTRAR-FEED-FILE
           CLOSE FEED-LEDGER-FILE
           PERFORM 9780-CLOSE-DISCLOSURE-LOG THRU 9780-EXIT
           DISPLAY "RegistrarFeed - records extracted: "
               WS-RECORDS-EXTRACTED
           DISPLAY "RegistrarFeed - sent confidential: "
               WS-RECORDS-CONFIDENTIAL.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY PRIVPA.

       COPY DSCLPA.
