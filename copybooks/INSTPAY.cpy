      ******************************************************************
      *    COPYBOOK:    INSTPAY
      *    PURPOSE:     Instructor pay interface record - one per
      *                 installment of one paid course assignment,
      *                 written by InstructorPay for the payroll
      *                 system to pick up.  The assignment amount is
      *                 the contact hours paid at the contract rate,
      *                 after any proration; it is split evenly over
      *                 the term's pay dates, the last installment
      *                 taking the odd cents.  Proration reason is
      *                 C for a cancelled course, U for one under-
      *                 enrolled at census, space for none.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  INSTRUCTOR-PAY-RECORD.
           05  IPY-TERM-CODE           PIC X(06).
           05  IPY-INSTRUCTOR-ID       PIC X(06).
           05  IPY-DEPARTMENT          PIC X(04).
           05  IPY-PAY-CATEGORY        PIC X(01).
               88  IPY-ADJUNCT         VALUE 'A'.
               88  IPY-OVERLOAD        VALUE 'F'.
           05  IPY-COURSE-CODE         PIC X(04).
           05  IPY-SECTION-NO          PIC X(02).
           05  IPY-CONTACT-HOURS       PIC 9(04)V99.
           05  IPY-CONTACT-RATE        PIC 9(03)V99.
           05  IPY-PRORATE-REASON      PIC X(01).
               88  IPY-NOT-PRORATED    VALUE ' '.
               88  IPY-CANCELLED       VALUE 'C'.
               88  IPY-UNDER-ENROLLED  VALUE 'U'.
           05  IPY-PRORATE-PERCENT     PIC 9(03).
           05  IPY-ASSIGNMENT-AMOUNT   PIC 9(07)V99.
           05  IPY-INSTALLMENT-NO      PIC 9(02).
           05  IPY-INSTALLMENT-COUNT   PIC 9(02).
           05  IPY-PAY-DATE            PIC 9(08).
           05  IPY-INSTALLMENT-AMOUNT  PIC 9(07)V99.
           05  IPY-RUN-DATE            PIC 9(08).
