      ******************************************************************
      *    COPYBOOK:    SECTMAST
      *    PURPOSE:     SECTION-MASTER record layout.  Keyed on
      *                 CourseCode plus a two-character section
      *                 number, one record per section of a course
      *                 run more than once in a term.  Each section
      *                 carries its own seat limit, meeting pattern
      *                 and instructor; prerequisites, degree rules,
      *                 credits and fees stay on COURSE-MASTER.  A
      *                 course with no section records runs as one
      *                 class on its COURSE-MASTER fields, as before.
      *                 Seats taken are counted off STUENRL.DAT by
      *                 the programs that need them, never stored.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  SEC-ROOM-ID appended - the building and
      *                      room the section meets in, keyed to
      *                      ROOM-MASTER.
      ******************************************************************
       01  SECTION-MASTER-RECORD.
           05  SEC-KEY.
               10  SEC-COURSE-CODE     PIC X(04).
               10  SEC-SECTION-NO      PIC X(02).
           05  SEC-MAX-SEATS           PIC 9(03).
           05  SEC-MEETING-DAYS        PIC X(07).
           05  SEC-START-TIME          PIC 9(04).
           05  SEC-END-TIME            PIC 9(04).
           05  SEC-INSTRUCTOR-ID       PIC X(06).
           05  SEC-ROOM-ID.
               10  SEC-ROOM-BUILDING   PIC X(04).
               10  SEC-ROOM-NO         PIC X(05).
