      ******************************************************************
      *    COPYBOOK:    ENRSCTL
      *    PURPOSE:     One-record control file for the enrollment
      *                 reporting run - the date and term of the last
      *                 submission, quoted on the next file's header
      *                 and used to date the status changes found.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  ENROLL-REPORT-CONTROL.
           05  ESC-LAST-SUBMIT-DATE    PIC 9(08).
           05  ESC-LAST-TERM-CODE      PIC X(06).
