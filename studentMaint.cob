      *                      timestamped after-image to the update
      *                      journal, so a restore can be rolled
      *                      forward instead of rekeyed.
      *      2026-10-15  DF  Advising fields on the transaction now
      *                      maintain the student advising file
      *                      (STUADVR.DAT) the same way the address
      *                      is kept: the advisor must be an active
      *                      instructor on INSTRUCTOR-MASTER, and
      *                      the advising hold is set with Y and
      *                      cleared with N.  A DELETE removes the
      *                      advising record.
      *      2026-10-15  DF  Keying a new street, city, state or zip
      *                      clears a returned-mail flag on the
      *                      address record.
      *      2026-10-15  DF  A privacy-block field on the
      *                      transaction sets (Y) or releases (N)
      *                      the student's directory-information
      *                      opt-out with its effective date; the
      *                      flag rides on the audit images.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    StudentMaintenance.
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           COPY ADVSEL.

           SELECT INSTRUCTOR-MASTER-FILE ASSIGN TO "INSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "STUAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
       COPY STUADDR.

       COPY ADVFD.

       FD  INSTRUCTOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INSTMAST.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.
           88  WS-ADDRESS-OK        VALUE "00".
           88  WS-ADDRESS-NOTFOUND  VALUE "35".

       COPY ADVWS.

       01  WS-INSTRUCTOR-STATUS     PIC X(02).
           88  WS-INSTRUCTOR-NOTFOUND VALUE "35".

       01  WS-CLEAR-STATUS          PIC X(02).
           88  WS-CLEAR-NOTFOUND    VALUE "35".

       01  WS-ADDR-BEFORE-IMAGE     PIC X(60).
       01  WS-ADDR-AFTER-IMAGE      PIC X(60).

       01  WS-ADV-ON-FILE-SWITCH    PIC X(01).
           88  WS-ADV-ON-FILE       VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-BI-INITIALS       PIC XX.
           05  WS-BI-COURSE-CODE    PIC X(04).
           05  WS-BI-GENDER         PIC X(01).
           05  WS-BI-PRIVACY-BLOCK  PIC X(01).
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-AFTER-IMAGE-AREA.
           05  WS-AI-STUDENT-ID     PIC 9(07).
           05  WS-AI-INITIALS       PIC XX.
           05  WS-AI-COURSE-CODE    PIC X(04).
           05  WS-AI-GENDER         PIC X(01).
           05  WS-AI-PRIVACY-BLOCK  PIC X(01).
           05  FILLER               PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

               CLOSE STUDENT-ADDRESS-FILE
               OPEN I-O STUDENT-ADDRESS-FILE
           END-IF
           OPEN I-O   STUDENT-ADVISING-FILE
           IF WS-ADVISING-NOTFOUND
               CLOSE STUDENT-ADVISING-FILE
               OPEN OUTPUT STUDENT-ADVISING-FILE
               CLOSE STUDENT-ADVISING-FILE
               OPEN I-O STUDENT-ADVISING-FILE
           END-IF
           OPEN INPUT INSTRUCTOR-MASTER-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           DISPLAY "StudentMaintenance - applying transactions"
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
           MOVE SPACES             TO STU-TERM-CODE
           SET STU-STATUS-ACTIVE   TO TRUE
           MOVE WS-SYSTEM-DATE     TO STU-STATUS-DATE
           MOVE 'N'                TO STU-PRIVACY-BLOCK
           MOVE ZERO               TO STU-PRIVACY-DATE
           IF MNT-PRIVACY-BLOCK NOT = SPACE
               PERFORM 2350-APPLY-PRIVACY THRU 2350-EXIT
           END-IF
           WRITE STUDENT-MASTER-RECORD
           IF WS-MASTER-OK
               ADD 1 TO WS-ADDS-APPLIED
               MOVE MNT-INITIALS    TO WS-AI-INITIALS
               MOVE MNT-COURSE-CODE TO WS-AI-COURSE-CODE
               MOVE MNT-GENDER      TO WS-AI-GENDER
               MOVE STU-PRIVACY-BLOCK TO WS-AI-PRIVACY-BLOCK
               PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
               IF MNT-ADDRESS NOT = SPACES
                   PERFORM 2700-APPLY-ADDRESS THRU 2700-EXIT
               END-IF
               IF MNT-ADVISING NOT = SPACES
                   PERFORM 2900-APPLY-ADVISING THRU 2900-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Add rejected for StudentId " MNT-STUDENT-ID
                   MOVE STU-INITIALS TO WS-BI-INITIALS
                   MOVE STU-COURSE-CODE TO WS-BI-COURSE-CODE
                   MOVE STU-GENDER   TO WS-BI-GENDER
                   MOVE STU-PRIVACY-BLOCK TO WS-BI-PRIVACY-BLOCK
                   IF MNT-SURNAME NOT = SPACES
                       MOVE MNT-SURNAME TO STU-SURNAME
                   END-IF
                       MOVE MNT-DOB-MONTH TO STU-DOB-MONTH
                       MOVE MNT-DOB-DAY   TO STU-DOB-DAY
                   END-IF
                   IF MNT-PRIVACY-BLOCK NOT = SPACE
                       PERFORM 2350-APPLY-PRIVACY THRU 2350-EXIT
                   END-IF
                   REWRITE STUDENT-MASTER-RECORD
                   ADD 1 TO WS-CHANGES-APPLIED
                   MOVE "STUMAST " TO WS-JRN-FILE-NAME
                   MOVE STU-INITIALS TO WS-AI-INITIALS
                   MOVE STU-COURSE-CODE TO WS-AI-COURSE-CODE
                   MOVE STU-GENDER   TO WS-AI-GENDER
                   MOVE STU-PRIVACY-BLOCK TO WS-AI-PRIVACY-BLOCK
                   PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
                   IF MNT-ADDRESS NOT = SPACES
                       PERFORM 2700-APPLY-ADDRESS THRU 2700-EXIT
                   END-IF
                   IF MNT-ADVISING NOT = SPACES
                       PERFORM 2900-APPLY-ADVISING THRU 2900-EXIT
                   END-IF
           END-READ.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2350-APPLY-PRIVACY - set or release the directory-       *
      *    information block; a zero or unreadable effective date   *
      *    takes the processing date.  A bad flag is logged and     *
      *    the block left as it stands                              *
      *-----------------------------------------------------------*
       2350-APPLY-PRIVACY.
           IF NOT MNT-PRIVACY-SET AND NOT MNT-PRIVACY-CLEAR
               MOVE "PRIV" TO ERR-CODE
               MOVE "MNT-PRIVACY-BLOCK" TO ERR-FIELD-NAME
               MOVE MAINTENANCE-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Privacy block must be Y, N or blank"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "Privacy refused - bad block flag for "
                   MNT-STUDENT-ID
               GO TO 2350-EXIT
           END-IF
           MOVE MNT-PRIVACY-BLOCK TO STU-PRIVACY-BLOCK
           IF MNT-PRIVACY-DATE NUMERIC
                   AND MNT-PRIVACY-DATE > ZERO
               MOVE MNT-PRIVACY-DATE TO STU-PRIVACY-DATE
           ELSE
               MOVE WS-SYSTEM-DATE TO STU-PRIVACY-DATE
           END-IF.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-APPLY-DELETE - demands authority level 3            *
      *-----------------------------------------------------------*
                   MOVE STU-INITIALS TO WS-BI-INITIALS
                   MOVE STU-COURSE-CODE TO WS-BI-COURSE-CODE
                   MOVE STU-GENDER   TO WS-BI-GENDER
                   MOVE STU-PRIVACY-BLOCK TO WS-BI-PRIVACY-BLOCK
                   DELETE STUDENT-MASTER-FILE
                   ADD 1 TO WS-DELETES-APPLIED
                   MOVE "STUMAST " TO WS-JRN-FILE-NAME
                   MOVE SPACES TO WS-AFTER-IMAGE-AREA
                   PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
                   PERFORM 2750-DELETE-ADDRESS THRU 2750-EXIT
                   PERFORM 2950-DELETE-ADVISING THRU 2950-EXIT
           END-READ.
       2400-EXIT.
           EXIT.
                   MOVE STU-INITIALS TO WS-BI-INITIALS
                   MOVE STU-COURSE-CODE TO WS-BI-COURSE-CODE
                   MOVE STU-GENDER   TO WS-BI-GENDER
                   MOVE STU-PRIVACY-BLOCK TO WS-BI-PRIVACY-BLOCK
                   MOVE MNT-ACTION-CODE TO STU-STATUS-CODE
                   MOVE WS-SYSTEM-DATE  TO STU-STATUS-DATE
                   REWRITE STUDENT-MASTER-RECORD
                   MOVE STU-INITIALS TO WS-AI-INITIALS
                   MOVE STU-COURSE-CODE TO WS-AI-COURSE-CODE
                   MOVE STU-GENDER   TO WS-AI-GENDER
                   MOVE STU-PRIVACY-BLOCK TO WS-AI-PRIVACY-BLOCK
                   PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
           END-READ.
       2600-EXIT.
               INVALID KEY
                   MOVE SPACES TO STUDENT-ADDRESS-RECORD
                   MOVE MNT-STUDENT-ID TO ADR-STUDENT-ID
                   MOVE ZERO TO ADR-RETURN-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADDR-ON-FILE-SWITCH
                   MOVE STUDENT-ADDRESS-RECORD
           IF MNT-PHONE NOT = SPACES
               MOVE MNT-PHONE TO ADR-PHONE
           END-IF
      *    A newly keyed mailing address replaces the one the post
      *    office returned - mail may go out to it again.
           IF MNT-STREET NOT = SPACES OR MNT-CITY NOT = SPACES
                   OR MNT-STATE NOT = SPACES OR MNT-ZIP NOT = SPACES
               MOVE SPACE  TO ADR-MAIL-STATUS
               MOVE ZERO   TO ADR-RETURN-DATE
               MOVE SPACES TO ADR-RETURN-DOCUMENT
           END-IF
           IF WS-ADDR-ON-FILE
               REWRITE STUDENT-ADDRESS-RECORD
           ELSE
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2900-APPLY-ADVISING - write or rewrite the student's     *
      *    advising record; the advisor must be an active           *
      *    instructor, and a blank field leaves the record as it    *
      *    stands.  A refusal here leaves the master change made    *
      *-----------------------------------------------------------*
       2900-APPLY-ADVISING.
           IF NOT MNT-HOLD-SET AND NOT MNT-HOLD-CLEAR
                   AND MNT-ADVISING-HOLD NOT = SPACE
               MOVE "AHLD" TO ERR-CODE
               MOVE "MNT-ADVISING-HOLD" TO ERR-FIELD-NAME
               MOVE MAINTENANCE-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Advising hold must be Y, N or blank"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "Advising refused - bad hold flag for "
                   MNT-STUDENT-ID
               GO TO 2900-EXIT
           END-IF
           IF MNT-ADVISOR-ID NOT = SPACES
               MOVE MNT-ADVISOR-ID TO INS-ID
               READ INSTRUCTOR-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO INS-ACTIVE-FLAG
               END-READ
               IF NOT INS-ACTIVE
                   MOVE "ADVR" TO ERR-CODE
                   MOVE "MNT-ADVISOR-ID" TO ERR-FIELD-NAME
                   MOVE MAINTENANCE-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "Advisor not an active instructor"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   DISPLAY "Advising refused - advisor not active "
                       "for " MNT-STUDENT-ID
                   GO TO 2900-EXIT
               END-IF
           END-IF
           MOVE 'N' TO WS-ADV-ON-FILE-SWITCH
           MOVE SPACES TO WS-ADDR-BEFORE-IMAGE
           MOVE MNT-STUDENT-ID TO ADV-STUDENT-ID
           READ STUDENT-ADVISING-FILE
               INVALID KEY
                   MOVE SPACES TO STUDENT-ADVISING-RECORD
                   MOVE MNT-STUDENT-ID TO ADV-STUDENT-ID
                   MOVE ZERO TO ADV-ASSIGNED-DATE
                   MOVE ZERO TO ADV-HOLD-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADV-ON-FILE-SWITCH
                   MOVE STUDENT-ADVISING-RECORD
                       TO WS-ADDR-BEFORE-IMAGE
           END-READ
           IF MNT-ADVISOR-ID NOT = SPACES
               MOVE MNT-ADVISOR-ID TO ADV-ADVISOR-ID
               MOVE WS-SYSTEM-DATE TO ADV-ASSIGNED-DATE
           END-IF
           IF MNT-ADVISING-HOLD NOT = SPACE
               MOVE MNT-ADVISING-HOLD TO ADV-HOLD-FLAG
               MOVE WS-SYSTEM-DATE TO ADV-HOLD-DATE
           END-IF
           IF WS-ADV-ON-FILE
               REWRITE STUDENT-ADVISING-RECORD
           ELSE
               WRITE STUDENT-ADVISING-RECORD
           END-IF
           MOVE STUDENT-ADVISING-RECORD TO WS-ADDR-AFTER-IMAGE
           PERFORM 2800-WRITE-ADDRESS-AUDIT THRU 2800-EXIT.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2950-DELETE-ADVISING - a deleted student takes the       *
      *    advising record with it, last image kept on the audit    *
      *-----------------------------------------------------------*
       2950-DELETE-ADVISING.
           MOVE MNT-STUDENT-ID TO ADV-STUDENT-ID
           READ STUDENT-ADVISING-FILE
               INVALID KEY
                   GO TO 2950-EXIT
           END-READ
           MOVE STUDENT-ADVISING-RECORD TO WS-ADDR-BEFORE-IMAGE
           DELETE STUDENT-ADVISING-FILE
           MOVE SPACES TO WS-ADDR-AFTER-IMAGE
           PERFORM 2800-WRITE-ADDRESS-AUDIT THRU 2800-EXIT.
       2950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8900-RELEASE-ALL-LOCKS - end-of-job lock release; a      *
      *    lock not held by this run is left alone                  *
           CLOSE ENROLLMENT-MASTER-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE STUDENT-ADDRESS-FILE
           CLOSE STUDENT-ADVISING-FILE
           CLOSE INSTRUCTOR-MASTER-FILE
           CLOSE AUDIT-TRAIL-FILE
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
