      *                 feed and reconciliation programs.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-08-22
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  ENL-SECTION-NO carved out of the FILLER -
      *                      the section of the course the student
      *                      sits in (SECTION-MASTER).  Spaces for a
      *                      course that does not run in sections.
      *                      The key stays student plus course: one
      *                      section per course per student.
      ******************************************************************
       01  ENROLLMENT-MASTER-RECORD.
           05  ENL-KEY.
               10  ENL-ENTRY-YEAR      PIC 9(04).
               10  ENL-ENTRY-MONTH     PIC 9(02).
               10  ENL-ENTRY-DAY       PIC 9(02).
           05  ENL-SECTION-NO          PIC X(02).
           05  FILLER                  PIC X(04).
