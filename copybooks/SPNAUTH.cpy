      ******************************************************************
      *    COPYBOOK:    SPNAUTH
      *    PURPOSE:     Student-sponsor authorization - one record
      *                 per student per term, keyed on StudentId
      *                 plus TermCode, naming the sponsor that has
      *                 agreed to pay that term's tuition and the
      *                 sponsor's own authorization (purchase order
      *                 or voucher) reference, which prints on the
      *                 sponsor invoice.  SPA-AMOUNT-COVERED is what
      *                 TuitionBilling has moved to the sponsor for
      *                 the term so far, held against a dollar cap.
      *                 A cancelled authorization (C) moves nothing
      *                 more; what it already moved stays with the
      *                 sponsor.  Maintained by SponsorMaintenance.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  SPONSOR-AUTHORIZATION-RECORD.
           05  SPA-KEY.
               10  SPA-STUDENT-ID      PIC 9(07).
               10  SPA-TERM-CODE       PIC X(06).
           05  SPA-SPONSOR-ID          PIC X(06).
           05  SPA-AUTH-REFERENCE      PIC X(10).
           05  SPA-AMOUNT-COVERED      PIC 9(05)V99.
           05  SPA-ENTERED-DATE        PIC 9(08).
           05  SPA-STATUS-CODE         PIC X(01).
               88  SPA-STATUS-ACTIVE   VALUE 'A'.
               88  SPA-STATUS-CANCELLED VALUE 'C'.
