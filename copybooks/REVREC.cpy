      ******************************************************************
      *    COPYBOOK:    REVREC
      *    PURPOSE:     Tuition revenue recognition record, keyed on
      *                 the invoice key (StudentId plus CourseCode) -
      *                 the tuition RevenueRecog spreads over the
      *                 term's days and how much of it has been moved
      *                 from deferred to earned revenue so far.  The
      *                 base is the billed amount when the invoice was
      *                 first seen; it only ever comes down, when a
      *                 refund, cancellation or withdrawal takes the
      *                 charge down, so fees added to the invoice
      *                 later are not spread.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  REVENUE-RECOGNITION-RECORD.
           05  RVR-KEY.
               10  RVR-STUDENT-ID      PIC 9(07).
               10  RVR-COURSE-CODE     PIC X(04).
           05  RVR-INVOICE-NUMBER      PIC 9(07).
           05  RVR-TERM-CODE           PIC X(06).
           05  RVR-BASE-AMOUNT         PIC 9(05)V99.
           05  RVR-RECOGNIZED          PIC 9(05)V99.
           05  RVR-LAST-RUN-DATE       PIC 9(08).
