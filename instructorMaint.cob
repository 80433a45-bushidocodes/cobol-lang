      *                  COURSE-MASTER stay explainable.
      *    MODIFICATION HISTORY:
      *      2026-09-02  DF  Original version.
      *      2026-10-15  DF  Pay category, contact-hour rate and
      *                      standard load maintained on add and
      *                      change; a category other than A, F or N
      *                      is rejected.  Audit images widened to
      *                      60.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    InstructorMaintenance.
           05  WS-DEACTIVATES       PIC 9(05) VALUE ZERO.
           05  WS-TXNS-REJECTED     PIC 9(05) VALUE ZERO.


       01  WS-BEFORE-IMAGE-AREA     PIC X(60).
       01  WS-AFTER-IMAGE-AREA      PIC X(60).

       PROCEDURE DIVISION.

      *    2200-APPLY-ADD                                           *
      *-----------------------------------------------------------*
       2200-APPLY-ADD.
           IF IMT-PAY-CATEGORY NOT = SPACE
                   AND NOT IMT-PAY-CATEGORY-VALID
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Add rejected for instructor "
                   IMT-INSTRUCTOR-ID " - pay category "
                   IMT-PAY-CATEGORY " not A, F or N"
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE-AREA
           MOVE IMT-INSTRUCTOR-ID TO INS-ID
           MOVE IMT-SURNAME       TO INS-SURNAME
           MOVE IMT-GIVEN-NAME    TO INS-GIVEN-NAME
           MOVE IMT-DEPARTMENT    TO INS-DEPARTMENT
           SET INS-ACTIVE         TO TRUE
           SET INS-PAY-NONE       TO TRUE
           IF IMT-PAY-ADJUNCT OR IMT-PAY-FULL-TIME
               MOVE IMT-PAY-CATEGORY TO INS-PAY-CATEGORY
           END-IF
           MOVE ZERO TO INS-CONTACT-RATE
           IF IMT-CONTACT-RATE NUMERIC
               MOVE IMT-CONTACT-RATE-N TO INS-CONTACT-RATE
           END-IF
           MOVE ZERO TO INS-STANDARD-LOAD
           IF IMT-STANDARD-LOAD NUMERIC
               MOVE IMT-STANDARD-LOAD-N TO INS-STANDARD-LOAD
           END-IF
           WRITE INSTRUCTOR-MASTER-RECORD
           IF WS-INSTRUCTOR-OK
               ADD 1 TO WS-ADDS-APPLIED
      *    2300-APPLY-CHANGE                                        *
      *-----------------------------------------------------------*
       2300-APPLY-CHANGE.
           IF IMT-PAY-CATEGORY NOT = SPACE
                   AND NOT IMT-PAY-CATEGORY-VALID
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Change rejected for instructor "
                   IMT-INSTRUCTOR-ID " - pay category "
                   IMT-PAY-CATEGORY " not A, F or N"
               GO TO 2300-EXIT
           END-IF
           MOVE IMT-INSTRUCTOR-ID TO INS-ID
           READ INSTRUCTOR-MASTER-FILE
               INVALID KEY
                   IF IMT-DEPARTMENT NOT = SPACES
                       MOVE IMT-DEPARTMENT TO INS-DEPARTMENT
                   END-IF
                   EVALUATE TRUE
                       WHEN IMT-PAY-NONE
                           SET INS-PAY-NONE TO TRUE
                       WHEN IMT-PAY-ADJUNCT OR IMT-PAY-FULL-TIME
                           MOVE IMT-PAY-CATEGORY TO INS-PAY-CATEGORY
                   END-EVALUATE
                   IF IMT-CONTACT-RATE NUMERIC
                       MOVE IMT-CONTACT-RATE-N TO INS-CONTACT-RATE
                   END-IF
                   IF IMT-STANDARD-LOAD NUMERIC
                       MOVE IMT-STANDARD-LOAD-N TO INS-STANDARD-LOAD
                   END-IF
                   REWRITE INSTRUCTOR-MASTER-RECORD
                   ADD 1 TO WS-CHANGES-APPLIED
                   MOVE INSTRUCTOR-MASTER-RECORD
