      *                 student and course maintenance keep.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-09-02
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Images widened to 60 to carry the pay
      *                      terms now on INSTRUCTOR-MASTER.
      ******************************************************************
       01  INSTRUCTOR-AUDIT-RECORD.
           05  IAU-DATE.
           05  IAU-OPERATOR-ID         PIC X(08).
           05  IAU-ACTION-CODE         PIC X(01).
           05  IAU-INSTRUCTOR-ID       PIC X(06).
           05  IAU-BEFORE-IMAGE        PIC X(60).
           05  IAU-AFTER-IMAGE         PIC X(60).
