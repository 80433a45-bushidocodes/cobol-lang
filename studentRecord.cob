      *                      parameter master (PARMMAST.DAT) first;
      *                      the environment variable remains the
      *                      operator's rerun override.
      *      2026-10-15  DF  The section number on the enrollment
      *                      transaction is carried onto the
      *                      enrollment and waitlist records; the
      *                      section seat and schedule edits run in
      *                      the EnrollEdit / EnrollUpdate split.
      *      2026-10-15  DF  A new student is written with the
      *                      directory-information block released
      *                      rather than whatever the record area
      *                      last held.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AcceptAndDisplay.
           MOVE ENR-GIVEN-NAME     TO WTL-GIVEN-NAME
           MOVE ENR-INITIALS       TO WTL-INITIALS
           MOVE ENR-COURSE-CODE    TO WTL-COURSE-CODE
           MOVE ENR-SECTION-NO     TO WTL-SECTION-NO
           MOVE ENR-GENDER         TO WTL-GENDER
           MOVE ENR-DOB-YEAR       TO WTL-DOB-YEAR
           MOVE ENR-DOB-MONTH      TO WTL-DOB-MONTH
           END-READ
           MOVE ENR-STUDENT-ID     TO ENL-STUDENT-ID
           MOVE ENR-COURSE-CODE    TO ENL-COURSE-CODE
           MOVE ENR-SECTION-NO     TO ENL-SECTION-NO
           MOVE WS-DERIVED-TERM-CODE TO ENL-TERM-CODE
           MOVE CURRENT-YEAR       TO ENL-ENTRY-YEAR
           MOVE CURRENT-MONTH      TO ENL-ENTRY-MONTH
               MOVE WS-DERIVED-TERM-CODE TO STU-TERM-CODE
               SET STU-STATUS-ACTIVE TO TRUE
               MOVE CURRENT-DATE-WS TO STU-STATUS-DATE
               MOVE 'N' TO STU-PRIVACY-BLOCK
               MOVE ZERO TO STU-PRIVACY-DATE
               WRITE STUDENT-MASTER-RECORD
               IF WS-MASTER-OK
                   ADD 1 TO WS-RECORDS-LOADED
