      ******************************************************************
      *    COPYBOOK:    AGYREMIT
      *    PURPOSE:     Collection agency remittance - one line per
      *                 recovery the agency has collected on a placed
      *                 or written-off invoice, with the gross the
      *                 student paid, the agency's commission kept
      *                 back and the net remitted to us (gross less
      *                 commission).  Posted by AgencyRemit.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  AGENCY-REMIT-TRANSACTION.
           05  ARM-STUDENT-ID          PIC 9(07).
           05  ARM-COURSE-CODE         PIC X(04).
           05  ARM-INVOICE-NUMBER      PIC 9(07).
           05  ARM-GROSS-AMOUNT        PIC 9(05)V99.
           05  ARM-COMMISSION          PIC 9(05)V99.
           05  ARM-NET-AMOUNT          PIC 9(05)V99.
           05  ARM-REMIT-DATE          PIC 9(08).
           05  ARM-AGENCY-REF          PIC X(10).
