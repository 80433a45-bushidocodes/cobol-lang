      ******************************************************************
      *    COPYBOOK:    EXAMSCHD
      *    PURPOSE:     Exam timetable record - where and when one
      *                 course sits its final, written by
      *                 ExamSchedule to EXAMSCHD.DAT.  Every section
      *                 of a course sits the one exam.  Spaces in
      *                 the room mean no room on file was free and
      *                 large enough.  EXS-CONFLICTS counts the
      *                 students already booked into another exam in
      *                 the same period.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  EXAM-SCHEDULE-RECORD.
           05  EXS-TERM-CODE           PIC X(06).
           05  EXS-COURSE-CODE         PIC X(04).
           05  EXS-PERIOD-NO           PIC 9(02).
           05  EXS-EXAM-DATE           PIC 9(08).
           05  EXS-START-TIME          PIC 9(04).
           05  EXS-END-TIME            PIC 9(04).
           05  EXS-ROOM-ID.
               10  EXS-ROOM-BUILDING   PIC X(04).
               10  EXS-ROOM-NO         PIC X(05).
           05  EXS-ENROLLED            PIC 9(04).
           05  EXS-PINNED-FLAG         PIC X(01).
               88  EXS-PINNED          VALUE 'Y'.
           05  EXS-CONFLICTS           PIC 9(04).
