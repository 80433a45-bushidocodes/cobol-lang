      ******************************************************************
      *    PROGRAM-ID: EnrollmentVerify
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Clerk entry for enrollment verification
      *                  letters, for the lender or insurer on the
      *                  phone.  Each request is validated against
      *                  STUDENT-MASTER, numbered off the request
      *                  log's own high number and logged on
      *                  VERREQ.DAT with the status certified, in the
      *                  TranscriptRequest manner, and the letter is
      *                  printed there and then on ENRLVER.RPT.  The
      *                  status is worked out by the same ENRSTPA
      *                  paragraphs as the EnrollmentStatus reporting
      *                  file, for the same term (ENRL_STATUS_TERM,
      *                  else the term the processing date falls in)
      *                  and full-time load (ENRL_FULL_TIME_HOURS).
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EnrollmentVerify.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-LOG-FILE ASSIGN TO "VERREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRQ-REQUEST-NUMBER
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ENROLLMENT-MASTER-FILE ASSIGN TO "STUENRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENL-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT LETTER-FILE ASSIGN TO "ENRLVER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY TERMSEL.

           COPY PARMSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  REQUEST-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY VERREQ.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  ENROLLMENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUENRL.

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       FD  STUDENT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUADDR.

       FD  LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LETTER-PRINT-LINE           PIC X(80).

       COPY TERMFD.

       COPY PARMFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY TERMWS.
       COPY PARMWS.
       COPY ENRSTWS.

       01  WS-REQUEST-STATUS        PIC X(02).
           88  WS-REQUEST-OK        VALUE "00".
           88  WS-REQUEST-NOTFOUND  VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).

       01  WS-ENROLL-STATUS         PIC X(02).

       01  WS-COURSE-STATUS         PIC X(02).

       01  WS-ADDRESS-STATUS        PIC X(02).
           88  WS-ADDRESS-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-QUIT-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-OPERATOR-QUIT VALUE 'Y'.
           05  WS-SCAN-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-SCAN-END      VALUE 'Y'.

       01  WS-REPLY                 PIC X(01).
       01  WS-ENTRY-ID              PIC 9(07).
       01  WS-REQUESTED-BY          PIC X(30).
       01  WS-NEXT-REQUEST-NUMBER   PIC 9(07) VALUE ZERO.
       01  WS-REQUESTS-ENTERED      PIC 9(05) VALUE ZERO.
       01  WS-HOURS-PICK            PIC X(02).
       01  WS-HOURS-NUM REDEFINES WS-HOURS-PICK
                                    PIC 9(02).

       01  WS-LETTER-HEADING.
           05  FILLER               PIC X(34) VALUE
               "ENROLLMENT VERIFICATION".
           05  FILLER               PIC X(09) VALUE "  dated  ".
           05  WLH-DATE             PIC 9(08).
           05  FILLER               PIC X(11) VALUE "  request  ".
           05  WLH-REQUEST-NUMBER   PIC 9(07).

       01  WS-REQUESTER-LINE.
           05  FILLER               PIC X(04) VALUE "To: ".
           05  WLQ-REQUESTED-BY     PIC X(30).

       01  WS-NAME-LINE.
           05  WLN-SURNAME          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WLN-GIVEN-NAME       PIC X(15).
           05  FILLER               PIC X(05) VALUE " id  ".
           05  WLN-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(07) VALUE "  born ".
           05  WLN-DATE-OF-BIRTH    PIC 9(08).

       01  WS-ADDRESS-LINE-1        PIC X(20).
       01  WS-ADDRESS-LINE-2.
           05  WLA-CITY             PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WLA-STATE            PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WLA-ZIP              PIC X(05).

       01  WS-TERM-LINE.
           05  FILLER               PIC X(05) VALUE "Term ".
           05  WLT-TERM-CODE        PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WLT-TERM-START       PIC 9(08).
           05  FILLER               PIC X(04) VALUE " to ".
           05  WLT-TERM-END         PIC 9(08).

       01  WS-STATUS-LINE.
           05  FILLER               PIC X(19) VALUE
               "Enrollment status: ".
           05  WLS-STATUS-TEXT      PIC X(20).
           05  FILLER               PIC X(16) VALUE
               "  credit hours ".
           05  WLS-CREDIT-HOURS     PIC ZZ9.9.

       01  WS-EFFECTIVE-LINE.
           05  FILLER               PIC X(15) VALUE
               "Effective date ".
           05  WLE-EFFECTIVE-DATE   PIC 9(08).

       01  WS-CERTIFY-LINE          PIC X(60) VALUE
           "Certified from the Registrar's Office records as of today.".

       01  WS-SEPARATOR-LINE        PIC X(40) VALUE ALL "-".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ENTER-ONE-REQUEST THRU 2000-EXIT
               UNTIL WS-OPERATOR-QUIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           PERFORM 1200-GET-PARAMETERS THRU 1200-EXIT
           OPEN INPUT TERM-MASTER-FILE
           PERFORM 9370-FIND-TERM THRU 9370-EXIT
           IF NOT WS-TERM-NOTFOUND
               CLOSE TERM-MASTER-FILE
           END-IF
           IF WS-ES-TERM-CODE = SPACES
               DISPLAY "EnrollmentVerify - no ENRL_STATUS_TERM and "
                   "no term covers " WS-PROCESSING-DATE
               MOVE 'Y' TO WS-QUIT-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O REQUEST-LOG-FILE
           IF WS-REQUEST-NOTFOUND
               CLOSE REQUEST-LOG-FILE
               OPEN OUTPUT REQUEST-LOG-FILE
               CLOSE REQUEST-LOG-FILE
               OPEN I-O REQUEST-LOG-FILE
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT ENROLLMENT-MASTER-FILE
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT STUDENT-ADDRESS-FILE
           OPEN OUTPUT LETTER-FILE
           PERFORM 1100-FIND-HIGH-REQUEST THRU 1100-EXIT
           DISPLAY "EnrollmentVerify - term " WS-ES-TERM-CODE
               ", next number " WS-NEXT-REQUEST-NUMBER.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-FIND-HIGH-REQUEST - numbering carries on from the   *
      *    highest request already logged                           *
      *-----------------------------------------------------------*
       1100-FIND-HIGH-REQUEST.
           PERFORM 1110-SCAN-ONE-REQUEST THRU 1110-EXIT
               UNTIL WS-SCAN-END
           ADD 1 TO WS-NEXT-REQUEST-NUMBER.
       1100-EXIT.
           EXIT.

       1110-SCAN-ONE-REQUEST.
           READ REQUEST-LOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   IF VRQ-REQUEST-NUMBER > WS-NEXT-REQUEST-NUMBER
                       MOVE VRQ-REQUEST-NUMBER
                           TO WS-NEXT-REQUEST-NUMBER
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

       1200-GET-PARAMETERS.
           MOVE "ENRL_STATUS_TERM" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:6) TO WS-ES-TERM-CODE
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "ENRL_STATUS_TERM"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:6) TO WS-ES-TERM-CODE
           END-IF
           MOVE "ENRL_FULL_TIME_HOURS" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:2) TO WS-HOURS-PICK
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE
               FROM ENVIRONMENT "ENRL_FULL_TIME_HOURS"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:2) TO WS-HOURS-PICK
           END-IF
           IF WS-HOURS-PICK NUMERIC AND WS-HOURS-NUM > ZERO
               MOVE WS-HOURS-NUM TO WS-ES-FULL-TIME-HOURS
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-ENTER-ONE-REQUEST - validate the student, work out  *
      *    the status, log the request and print the letter         *
      *-----------------------------------------------------------*
       2000-ENTER-ONE-REQUEST.
           DISPLAY "Enter a request (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = 'Y'
               MOVE 'Y' TO WS-QUIT-SWITCH
               GO TO 2000-EXIT
           END-IF
           DISPLAY "StudentId: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           MOVE WS-ENTRY-ID TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "StudentId " WS-ENTRY-ID " not on file"
                   GO TO 2000-EXIT
           END-READ
           IF STU-STATUS-MERGED
               DISPLAY "StudentId " WS-ENTRY-ID
                   " was merged - verify the surviving id"
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Requested by: " WITH NO ADVANCING
           ACCEPT WS-REQUESTED-BY
           PERFORM 9350-DERIVE-ENROLL-STATUS THRU 9350-EXIT
           PERFORM 9390-DESCRIBE-STATUS THRU 9390-EXIT
           MOVE WS-NEXT-REQUEST-NUMBER TO VRQ-REQUEST-NUMBER
           MOVE WS-ENTRY-ID            TO VRQ-STUDENT-ID
           MOVE WS-PROCESSING-DATE     TO VRQ-REQUESTED-DATE
           MOVE WS-REQUESTED-BY        TO VRQ-REQUESTED-BY
           MOVE WS-ES-TERM-CODE        TO VRQ-TERM-CODE
           MOVE WS-ES-STATUS-CODE      TO VRQ-STATUS-CODE
           MOVE WS-ES-CREDIT-HOURS     TO VRQ-CREDIT-HOURS
           MOVE WS-ES-STATUS-DATE      TO VRQ-EFFECTIVE-DATE
           WRITE VERIFICATION-REQUEST-RECORD
           IF NOT WS-REQUEST-OK
               DISPLAY "Request not written, status "
                   WS-REQUEST-STATUS
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-PRINT-LETTER THRU 3000-EXIT
           DISPLAY "Request " VRQ-REQUEST-NUMBER " printed for "
               STU-SURNAME " - " WS-ES-STATUS-TEXT
           ADD 1 TO WS-NEXT-REQUEST-NUMBER
           ADD 1 TO WS-REQUESTS-ENTERED.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-PRINT-LETTER                                        *
      *-----------------------------------------------------------*
       3000-PRINT-LETTER.
           MOVE WS-PROCESSING-DATE TO WLH-DATE
           MOVE VRQ-REQUEST-NUMBER TO WLH-REQUEST-NUMBER
           MOVE WS-LETTER-HEADING TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE WS-REQUESTED-BY TO WLQ-REQUESTED-BY
           MOVE WS-REQUESTER-LINE TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE STU-SURNAME       TO WLN-SURNAME
           MOVE STU-GIVEN-NAME    TO WLN-GIVEN-NAME
           MOVE STU-ID            TO WLN-STUDENT-ID
           MOVE STU-DATE-OF-BIRTH TO WLN-DATE-OF-BIRTH
           MOVE WS-NAME-LINE TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           PERFORM 3100-PRINT-ADDRESS THRU 3100-EXIT
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE WS-ES-TERM-CODE  TO WLT-TERM-CODE
           MOVE WS-ES-TERM-START TO WLT-TERM-START
           MOVE WS-ES-TERM-END   TO WLT-TERM-END
           MOVE WS-TERM-LINE TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE WS-ES-STATUS-TEXT  TO WLS-STATUS-TEXT
           MOVE WS-ES-CREDIT-HOURS TO WLS-CREDIT-HOURS
           MOVE WS-STATUS-LINE TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           IF WS-ES-STATUS-DATE > ZERO
               MOVE WS-ES-STATUS-DATE TO WLE-EFFECTIVE-DATE
               MOVE WS-EFFECTIVE-LINE TO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE WS-CERTIFY-LINE TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE WS-SEPARATOR-LINE TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE.
       3000-EXIT.
           EXIT.

       3100-PRINT-ADDRESS.
           IF WS-ADDRESS-NOTFOUND
               GO TO 3100-EXIT
           END-IF
           MOVE STU-ID TO ADR-STUDENT-ID
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   MOVE "(no address on file)" TO WS-ADDRESS-LINE-1
                   MOVE WS-ADDRESS-LINE-1 TO LETTER-PRINT-LINE
                   WRITE LETTER-PRINT-LINE
                   GO TO 3100-EXIT
           END-READ
           MOVE ADR-STREET TO WS-ADDRESS-LINE-1
           MOVE WS-ADDRESS-LINE-1 TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE ADR-CITY  TO WLA-CITY
           MOVE ADR-STATE TO WLA-STATE
           MOVE ADR-ZIP   TO WLA-ZIP
           MOVE WS-ADDRESS-LINE-2 TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE.
       3100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE REQUEST-LOG-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE ENROLLMENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           IF NOT WS-ADDRESS-NOTFOUND
               CLOSE STUDENT-ADDRESS-FILE
           END-IF
           CLOSE LETTER-FILE
           DISPLAY "Requests entered : " WS-REQUESTS-ENTERED.
       9000-EXIT.
           EXIT.

       COPY ENRSTPA.

       COPY PRCDTPA.

       COPY PARMPA.
