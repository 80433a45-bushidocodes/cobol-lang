      *      2026-09-02  DF  Shows the financial hold off
      *                      FINHOLD.DAT, so the desk can explain an
      *                      FHLD enrollment rejection.
      *      2026-10-15  DF  A returned-mail flag on the address is
      *                      shown with its return date and
      *                      document.
      *      2026-10-15  DF  A student under a directory-information
      *                      block is listed by a surname search
      *                      only by id, marked CONFIDENTIAL, with
      *                      no details; a lookup by id shows the
      *                      record under a warning banner.  The
      *                      block is judged on the suite processing
      *                      date.
      *      2026-10-15  DF  Asks for the operator at sign-on and
      *                      who each lookup is for; every record
      *                      shown is entered on the disclosure log
      *                      (DISCLOG.DAT).  A CONFIDENTIAL id-only
      *                      hit is not a release and is not logged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    StudentInquiry.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           COPY PRCDTSEL.
           COPY DSCLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       COPY DSCLFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY PRIVWS.
       COPY DSCLWS.

       01  WS-MASTER-STATUS         PIC X(02).

       01  WS-ADDRESS-STATUS        PIC X(02).
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-PVB-AS-OF-DATE
           MOVE "StudentInqui" TO WS-DSC-PROGRAM-ID
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT WS-DSC-OPERATOR-ID
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT STUDENT-ADDRESS-FILE
           IF WS-ADDRESS-NOTFOUND
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2100-ASK-RECIPIENT - who the record is being shown to,   *
      *    for the disclosure log                                   *
      *-----------------------------------------------------------*
       2100-ASK-RECIPIENT.
           DISPLAY "Inquiry for (blank = office use): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DSC-RECIPIENT
           ACCEPT WS-DSC-RECIPIENT
           IF WS-DSC-RECIPIENT = SPACES
               MOVE "OFFICE USE" TO WS-DSC-RECIPIENT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LOOKUP-BY-ID.
           DISPLAY "StudentId: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-ID
           PERFORM 2100-ASK-RECIPIENT THRU 2100-EXIT
           MOVE "LOOKUP BY ID" TO WS-DSC-REFERENCE
           MOVE WS-LOOKUP-ID TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
               DISPLAY "Nothing entered"
               GO TO 2300-EXIT
           END-IF
           PERFORM 2100-ASK-RECIPIENT THRU 2100-EXIT
           MOVE "LOOKUP BY NAME" TO WS-DSC-REFERENCE
           PERFORM 2350-MEASURE-PREFIX THRU 2350-EXIT
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE 'N' TO WS-XREF-EOF-SWITCH
                   DISPLAY "Xref points at missing StudentId "
                       XRF-STUDENT-ID " - rerun XrefBuild"
               NOT INVALID KEY
                   PERFORM 2450-SHOW-XREF-MATCH THRU 2450-EXIT
           END-READ.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2450-SHOW-XREF-MATCH - a name search must not confirm a  *
      *    blocked student to whoever is asking: the hit is listed  *
      *    by id as CONFIDENTIAL and the record is only shown on a  *
      *    lookup by id                                             *
      *-----------------------------------------------------------*
       2450-SHOW-XREF-MATCH.
           MOVE STU-PRIVACY-BLOCK TO WS-PVB-BLOCK-FLAG
           MOVE STU-PRIVACY-DATE  TO WS-PVB-BLOCK-DATE
           PERFORM 9490-CHECK-PRIVACY THRU 9490-EXIT
           IF WS-PVB-WITHHELD
               DISPLAY "-----------------------------------------"
               DISPLAY "StudentId   : " STU-ID "  "
                   WS-PVB-CONFIDENTIAL
               DISPLAY "  Directory information blocked - look up "
                   "by id to see the record"
               GO TO 2450-EXIT
           END-IF
           PERFORM 3000-SHOW-STUDENT THRU 3000-EXIT
           PERFORM 3500-SHOW-AUDIT-HISTORY THRU 3500-EXIT.
       2450-EXIT.
           EXIT.

       3000-SHOW-STUDENT.
           DISPLAY "-----------------------------------------"
           MOVE STU-PRIVACY-BLOCK TO WS-PVB-BLOCK-FLAG
           MOVE STU-PRIVACY-DATE  TO WS-PVB-BLOCK-DATE
           PERFORM 9490-CHECK-PRIVACY THRU 9490-EXIT
           IF WS-PVB-WITHHELD
               PERFORM 9495-SHOW-PRIVACY-BANNER THRU 9495-EXIT
           END-IF
           DISPLAY "StudentId   : " STU-ID
           DISPLAY "Surname     : " STU-SURNAME
           DISPLAY "GivenName   : " STU-GIVEN-NAME
               WHEN OTHER
                   DISPLAY "Standing    :   (good standing)"
           END-EVALUATE
           IF WS-PVB-WITHHELD
               DISPLAY "Privacy     : " WS-PVB-CONFIDENTIAL
                   " - blocked from " STU-PRIVACY-DATE
           ELSE
               IF STU-PRIVACY-BLOCKED
                   DISPLAY "Privacy     : block takes effect "
                       STU-PRIVACY-DATE
               END-IF
           END-IF
           PERFORM 3200-SHOW-ADDRESS THRU 3200-EXIT
           PERFORM 3300-SHOW-HOLD THRU 3300-EXIT
           MOVE STU-ID TO WS-DSC-STUDENT-ID
           MOVE "INQR" TO WS-DSC-CATEGORY
           PERFORM 9750-LOG-DISCLOSURE THRU 9750-EXIT.
       3000-EXIT.
           EXIT.

                   DISPLAY "City        : " ADR-CITY " " ADR-STATE
                       " " ADR-ZIP
                   DISPLAY "Phone       : " ADR-PHONE
                   IF ADR-MAIL-RETURNED
                       DISPLAY "Mail        : RETURNED "
                           ADR-RETURN-DATE " " ADR-RETURN-DOCUMENT
                   END-IF
           END-READ.
       3200-EXIT.
           EXIT.
           CLOSE STUDENT-ADDRESS-FILE
           CLOSE FINANCIAL-HOLD-FILE
           CLOSE SURNAME-XREF-FILE
           PERFORM 9780-CLOSE-DISCLOSURE-LOG THRU 9780-EXIT
           DISPLAY "StudentInquiry - end of session".
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY PRIVPA.

       COPY DSCLPA.
