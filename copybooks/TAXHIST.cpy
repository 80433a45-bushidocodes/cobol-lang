      ******************************************************************
      *    COPYBOOK:    TAXHIST
      *    PURPOSE:     Tuition tax statement filing history - one
      *                 row per student per tax year, keyed on the
      *                 year plus StudentId, holding the amounts last
      *                 reported to the student and to the filing.
      *                 The original run writes it; a correction run
      *                 reports only the students whose amounts no
      *                 longer agree with it, and rewrites the row
      *                 with the corrected amounts.  The run stamp
      *                 marks the rows a run has seen, so a student
      *                 who has dropped to nothing is still
      *                 corrected to zero.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  TAX-HISTORY-RECORD.
           05  THS-KEY.
               10  THS-TAX-YEAR        PIC 9(04).
               10  THS-STUDENT-ID      PIC 9(07).
           05  THS-TUITION-BILLED      PIC 9(07)V99.
           05  THS-PRIOR-ADJUST        PIC 9(07)V99.
           05  THS-SCHOLARSHIPS        PIC 9(07)V99.
           05  THS-FILED-DATE          PIC 9(08).
           05  THS-FILING-TYPE         PIC X(01).
               88  THS-FILED-ORIGINAL  VALUE 'O'.
               88  THS-FILED-CORRECTED VALUE 'C'.
           05  THS-CORRECTION-COUNT    PIC 9(02).
           05  THS-LAST-RUN-STAMP      PIC X(16).
