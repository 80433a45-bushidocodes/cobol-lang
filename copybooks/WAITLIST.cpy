      *                 nightly WaitlistPromote job.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-08-22
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  WTL-SECTION-NO appended - a full section
      *                      queues for that section, not the course.
      ******************************************************************
       01  WAITLIST-RECORD.
           05  WTL-STUDENT-ID          PIC 9(07).
               10  WTL-QUEUED-YEAR     PIC 9(04).
               10  WTL-QUEUED-MONTH    PIC 9(02).
               10  WTL-QUEUED-DAY      PIC 9(02).
           05  WTL-SECTION-NO          PIC X(02).
