      ******************************************************************
      *    COPYBOOK:    EXAMPER
      *    PURPOSE:     Final exam period - one line per sitting the
      *                 registrar has set aside for a term's finals,
      *                 numbered within the term.  Periods sharing a
      *                 date make up that exam day.  Read by
      *                 ExamSchedule from EXAMPER.DAT.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  EXAM-PERIOD-RECORD.
           05  EXP-TERM-CODE           PIC X(06).
           05  EXP-PERIOD-NO           PIC 9(02).
           05  EXP-EXAM-DATE           PIC 9(08).
           05  EXP-START-TIME          PIC 9(04).
           05  EXP-END-TIME            PIC 9(04).
