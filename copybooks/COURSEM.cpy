      *      2026-09-02  DF  CRS-INSTRUCTOR-ID appended - who teaches
      *                      the course, keyed to INSTRUCTOR-MASTER
      *                      and maintained through CourseMaintenance.
      *      2026-10-15  DF  CRS-CREDIT-HOURS appended - the credit
      *                      value GPA is weighted by and earned
      *                      credits are counted from - and
      *                      CRS-CREDIT-RATE, a per-credit tuition
      *                      rate billed on top of any flat fee.
      *                      Zero rate means flat fee only.
      *      2026-10-15  DF  CRS-ROOM-ID appended - the building and
      *                      room the course meets in, keyed to
      *                      ROOM-MASTER.  Spaces mean no room
      *                      assigned.
      *      2026-10-15  DF  CRS-STATUS-CODE and CRS-STATUS-DATE
      *                      appended - a course cancelled by
      *                      CourseCancel stays on file marked X, so
      *                      grade and enrollment history still
      *                      resolve.  Space means the course is
      *                      offered.
      ******************************************************************
       01  COURSE-MASTER-RECORD.
           05  CRS-CODE                PIC X(04).
           05  CRS-START-TIME          PIC 9(04).
           05  CRS-END-TIME            PIC 9(04).
           05  CRS-INSTRUCTOR-ID       PIC X(06).
           05  CRS-CREDIT-HOURS        PIC 9(02)V9.
           05  CRS-CREDIT-RATE         PIC 9(04)V99.
           05  CRS-ROOM-ID.
               10  CRS-ROOM-BUILDING   PIC X(04).
               10  CRS-ROOM-NO         PIC X(05).
           05  CRS-STATUS-CODE         PIC X(01).
               88  CRS-OFFERED         VALUE ' '.
               88  CRS-CANCELLED       VALUE 'X'.
           05  CRS-STATUS-DATE         PIC 9(08).
