      *                 record layout.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-08-09
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Added RET-STUDENT-OFFSET, the column of
      *                      a 7-digit StudentId, and
      *                      RET-LEAVER-YEARS.  When the offset is
      *                      set, a record past its retention days
      *                      is still kept while the student is
      *                      active and until that many years after
      *                      the student withdrew or graduated (5
      *                      when left blank).  A control record
      *                      without them purges as before.
      ******************************************************************
       01  RETENTION-CONTROL-RECORD.
           05  RET-FILE-NAME           PIC X(12).
           05  RET-DATE-OFFSET         PIC 9(03).
           05  RET-RETENTION-DAYS      PIC 9(05).
           05  RET-STUDENT-OFFSET      PIC 9(03).
           05  RET-LEAVER-YEARS        PIC 9(02).
