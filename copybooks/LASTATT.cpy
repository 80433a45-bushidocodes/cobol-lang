      ******************************************************************
      *    COPYBOOK:    LASTATT
      *    PURPOSE:     Last-attendance record, keyed on StudentId -
      *                 the latest class meeting the student was
      *                 marked present at, in any course.  Kept by
      *                 AttendanceLoad; read by WithdrawCascade and
      *                 RefundRun, which take it as the date of
      *                 withdrawal in place of the date the
      *                 withdrawal was keyed.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  LAST-ATTENDANCE-RECORD.
           05  LAT-STUDENT-ID          PIC 9(07).
           05  LAT-LAST-ATTENDED-DATE  PIC 9(08).
           05  LAT-COURSE-CODE         PIC X(04).
