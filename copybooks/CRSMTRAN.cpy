      *                      fee with a numeric effective-from also
      *                      writes a dated FEEHIST row, so prior
      *                      terms keep billing at their own rates.
      *      2026-10-15  DF  Credit hours (99V9, no point keyed) and
      *                      the per-credit rate appended; blank or
      *                      non-numeric on a CHANGE leaves them as
      *                      they stand.
      *      2026-10-15  DF  CMT-SECTION-NO appended - when present
      *                      the transaction adds, changes or
      *                      deletes that section on SECTION-MASTER
      *                      (seats, meeting days and times,
      *                      instructor) instead of the course
      *                      record; blanks on a section ADD take
      *                      the course's own values.
      *      2026-10-15  DF  CMT-ROOM-ID appended - building and
      *                      room for the course or section; blank
      *                      leaves the room as it stands (a section
      *                      ADD takes the course's room).
      ******************************************************************
       01  COURSE-MAINT-TRANSACTION.
           05  CMT-ACTION-CODE         PIC X(01).
           05  CMT-INSTRUCTOR-ID       PIC X(06).
           05  CMT-FEE-EFFECTIVE-FROM  PIC X(08).
           05  CMT-FEE-EFFECTIVE-TO    PIC X(08).
           05  CMT-CREDIT-HOURS        PIC X(03).
           05  CMT-CREDIT-HOURS-N REDEFINES CMT-CREDIT-HOURS
                                       PIC 9(02)V9.
           05  CMT-CREDIT-RATE         PIC X(06).
           05  CMT-CREDIT-RATE-N REDEFINES CMT-CREDIT-RATE
                                       PIC 9(04)V99.
           05  CMT-SECTION-NO          PIC X(02).
           05  CMT-ROOM-ID.
               10  CMT-ROOM-BUILDING   PIC X(04).
               10  CMT-ROOM-NO         PIC X(05).
