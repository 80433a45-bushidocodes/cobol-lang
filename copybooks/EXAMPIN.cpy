      ******************************************************************
      *    COPYBOOK:    EXAMPIN
      *    PURPOSE:     Pinned exam - a course whose final the
      *                 registrar has fixed to a period (and, when
      *                 given, a room) for the term.  ExamSchedule
      *                 places pinned courses first and never moves
      *                 them.  Read from EXAMPIN.DAT.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  EXAM-PIN-RECORD.
           05  EXN-TERM-CODE           PIC X(06).
           05  EXN-COURSE-CODE         PIC X(04).
           05  EXN-PERIOD-NO           PIC 9(02).
           05  EXN-ROOM-ID.
               10  EXN-ROOM-BUILDING   PIC X(04).
               10  EXN-ROOM-NO         PIC X(05).
