      ******************************************************************
      *    COPYBOOK:    SUSPTXN
      *    PURPOSE:     Unapplied-cash suspense maintenance
      *                 transaction.  Action A applies cash from the
      *                 suspense item to the invoice for the student
      *                 and course named; a blank or zero amount
      *                 applies all that is still open.  Action R
      *                 refunds whatever is still open to the payer.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  SUSPENSE-MAINT-TRANSACTION.
           05  SMT-ACTION-CODE         PIC X(01).
               88  SMT-APPLY           VALUE 'A'.
               88  SMT-REFUND          VALUE 'R'.
           05  SMT-SUSPENSE-NO         PIC 9(07).
           05  SMT-STUDENT-ID          PIC 9(07).
           05  SMT-COURSE-CODE         PIC X(04).
           05  SMT-AMOUNT              PIC 9(05)V99.
