      ******************************************************************
      *    COPYBOOK:    ATTTXN
      *    PURPOSE:     Class attendance transaction, one per student
      *                 per class meeting, submitted by the course's
      *                 instructor and loaded by AttendanceLoad
      *                 against STUENRL.DAT.  P present, A absent,
      *                 E excused.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  ATTENDANCE-TRANSACTION.
           05  ATX-COURSE-CODE         PIC X(04).
           05  ATX-MEETING-DATE        PIC 9(08).
           05  ATX-STUDENT-ID          PIC 9(07).
           05  ATX-STATUS              PIC X(01).
               88  ATX-PRESENT         VALUE 'P'.
               88  ATX-ABSENT          VALUE 'A'.
               88  ATX-EXCUSED         VALUE 'E'.
               88  ATX-STATUS-VALID    VALUE 'P' 'A' 'E'.
