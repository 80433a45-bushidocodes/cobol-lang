      ******************************************************************
      *    COPYBOOK:    STUADVR
      *    PURPOSE:     Student advising record, keyed on the
      *                 StudentId it belongs to - one record per
      *                 student, alongside the master rather than
      *                 widening it (the STUADDR precedent).  Carries
      *                 the assigned advisor (an INSTRUCTOR-MASTER
      *                 id) and the advising hold: while the hold is
      *                 on, the enrollment edit takes no new
      *                 enrollment for the student.  Maintained by
      *                 StudentMaintenance; advisors assigned in
      *                 bulk by AdvisorAssign.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  STUDENT-ADVISING-RECORD.
           05  ADV-STUDENT-ID          PIC 9(07).
           05  ADV-ADVISOR-ID          PIC X(06).
           05  ADV-ASSIGNED-DATE       PIC 9(08).
           05  ADV-HOLD-FLAG           PIC X(01).
               88  ADV-HOLD-ON         VALUE 'Y'.
               88  ADV-HOLD-OFF        VALUE 'N' ' '.
           05  ADV-HOLD-DATE           PIC 9(08).
