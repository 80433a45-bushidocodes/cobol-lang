      ******************************************************************
      *    COPYBOOK:    ENRSHIST
      *    PURPOSE:     Enrollment status last reported for each
      *                 student, keyed on StudentId.  Written by
      *                 EnrollmentStatus after each submission so the
      *                 next run can tell a status change from a
      *                 repeat, and carry the effective date of the
      *                 change forward until the status moves again.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  ENROLL-STATUS-HISTORY.
           05  ESH-STUDENT-ID          PIC 9(07).
           05  ESH-TERM-CODE           PIC X(06).
           05  ESH-STATUS-CODE         PIC X(01).
           05  ESH-CREDIT-HOURS        PIC 9(03)V9.
           05  ESH-EFFECTIVE-DATE      PIC 9(08).
           05  ESH-REPORTED-DATE       PIC 9(08).
