      ******************************************************************
      *    COPYBOOK:    ATTHIST
      *    PURPOSE:     Attendance history record - one per accepted
      *                 attendance transaction, accumulated by
      *                 AttendanceLoad with the section and term of
      *                 the enrollment it was checked against.  Read
      *                 by the weekly excessive-absence report.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  ATTENDANCE-HISTORY-RECORD.
           05  ATH-STUDENT-ID          PIC 9(07).
           05  ATH-COURSE-CODE         PIC X(04).
           05  ATH-SECTION-NO          PIC X(02).
           05  ATH-TERM-CODE           PIC X(06).
           05  ATH-MEETING-DATE        PIC 9(08).
           05  ATH-STATUS              PIC X(01).
               88  ATH-PRESENT         VALUE 'P'.
               88  ATH-ABSENT          VALUE 'A'.
               88  ATH-EXCUSED         VALUE 'E'.
           05  ATH-POSTED-DATE         PIC 9(08).
