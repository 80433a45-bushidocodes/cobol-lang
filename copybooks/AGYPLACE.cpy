      ******************************************************************
      *    COPYBOOK:    AGYPLACE
      *    PURPOSE:     Collection agency placement file layouts, in
      *                 the GLJRNL style - a header naming the sender
      *                 and the placement date, one detail record per
      *                 invoice placed, and a trailer with the count
      *                 and the total placed, all 140 bytes.  The
      *                 detail carries what the agency needs to work
      *                 the account: the student's name, address and
      *                 phone, the invoice, its billing date, the
      *                 amount placed and when the final demand went
      *                 out.  An address the post office has returned
      *                 is still sent, flagged 'B' for skip-tracing.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  AGENCY-HEADER-RECORD.
           05  APL-H-RECORD-TYPE       PIC X(01).
               88  APL-IS-HEADER       VALUE 'H'.
           05  APL-H-PLACED-DATE       PIC 9(08).
           05  APL-H-SENDER-NAME       PIC X(40).
           05  FILLER                  PIC X(91).

       01  AGENCY-DETAIL-RECORD.
           05  APL-D-RECORD-TYPE       PIC X(01).
               88  APL-IS-DETAIL       VALUE 'D'.
           05  APL-D-STUDENT-ID        PIC 9(07).
           05  APL-D-COURSE-CODE       PIC X(04).
           05  APL-D-INVOICE-NUMBER    PIC 9(07).
           05  APL-D-SURNAME           PIC X(20).
           05  APL-D-GIVEN-NAME        PIC X(15).
           05  APL-D-STREET            PIC X(20).
           05  APL-D-CITY              PIC X(15).
           05  APL-D-STATE             PIC X(02).
           05  APL-D-ZIP               PIC X(05).
           05  APL-D-PHONE             PIC X(10).
           05  APL-D-MAIL-STATUS       PIC X(01).
               88  APL-D-MAIL-RETURNED VALUE 'B'.
           05  APL-D-BILLED-DATE       PIC 9(08).
           05  APL-D-PLACED-AMOUNT     PIC 9(05)V99.
           05  APL-D-FINAL-DEMAND-DATE PIC 9(08).
           05  FILLER                  PIC X(10).

       01  AGENCY-TRAILER-RECORD.
           05  APL-T-RECORD-TYPE       PIC X(01).
               88  APL-IS-TRAILER      VALUE 'T'.
           05  APL-T-PLACED-COUNT      PIC 9(07).
           05  APL-T-PLACED-TOTAL      PIC 9(09)V99.
           05  FILLER                  PIC X(121).
