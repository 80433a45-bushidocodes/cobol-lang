      ******************************************************************
      *    COPYBOOK:    WDRDATE
      *    PURPOSE:     Withdrawal date of record, one per student
      *                 the withdrawal cascade releases - written to
      *                 WDRDATE.DAT for financial aid.  The
      *                 effective date is the last date of
      *                 attendance when one is on file, otherwise
      *                 the date the withdrawal was keyed; the
      *                 source byte says which.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WITHDRAWAL-DATE-RECORD.
           05  WDD-STUDENT-ID          PIC 9(07).
           05  WDD-REQUEST-DATE        PIC 9(08).
           05  WDD-LAST-ATTENDED-DATE  PIC 9(08).
           05  WDD-EFFECTIVE-DATE      PIC 9(08).
           05  WDD-DATE-SOURCE         PIC X(01).
               88  WDD-FROM-ATTENDANCE VALUE 'A'.
               88  WDD-FROM-REQUEST    VALUE 'R'.
           05  WDD-CASCADE-DATE        PIC 9(08).
