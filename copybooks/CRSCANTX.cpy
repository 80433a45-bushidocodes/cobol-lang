      ******************************************************************
      *    COPYBOOK:    CRSCANTX
      *    PURPOSE:     Course cancellation transaction - one per
      *                 course the registrar is cancelling, with the
      *                 reason quoted on the letter each affected
      *                 student is sent.  Applied by CourseCancel.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  COURSE-CANCEL-TRANSACTION.
           05  CCT-COURSE-CODE         PIC X(04).
           05  CCT-REASON              PIC X(40).
