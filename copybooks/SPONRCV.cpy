      ******************************************************************
      *    COPYBOOK:    SPONRCV
      *    PURPOSE:     Sponsor receivable - the covered portion of
      *                 one tuition charge, keyed like the invoice
      *                 it came off (StudentId plus CourseCode).
      *                 TuitionBilling writes it when the charge is
      *                 billed; SponsorInvoice stamps the
      *                 consolidated sponsor invoice it was billed
      *                 on (zero until then) and SponsorPayPost
      *                 applies the sponsor's payments.  O open,
      *                 P paid in full, C cancelled - the whole
      *                 share given back when the course was
      *                 cancelled or dropped.  A withdrawal refund
      *                 cuts the amount billed and leaves the row
      *                 open; a share cut after it was invoiced is
      *                 owed back to the sponsor on SPNCRED.DAT.
      *                 None of this is on the student's invoice, so
      *                 the student is never dunned or held for it.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Status C, a share given back in full.
      ******************************************************************
       01  SPONSOR-RECEIVABLE-RECORD.
           05  SPR-KEY.
               10  SPR-STUDENT-ID      PIC 9(07).
               10  SPR-COURSE-CODE     PIC X(04).
           05  SPR-SPONSOR-ID          PIC X(06).
           05  SPR-TERM-CODE           PIC X(06).
           05  SPR-STUDENT-INVOICE-NO  PIC 9(07).
           05  SPR-AUTH-REFERENCE      PIC X(10).
           05  SPR-BILLED-DATE         PIC 9(08).
           05  SPR-AMOUNT-BILLED       PIC 9(05)V99.
           05  SPR-AMOUNT-PAID         PIC 9(05)V99.
           05  SPR-SPONSOR-INVOICE-NO  PIC 9(07).
               88  SPR-NOT-YET-INVOICED VALUE ZERO.
           05  SPR-STATUS-CODE         PIC X(01).
               88  SPR-STATUS-OPEN     VALUE 'O'.
               88  SPR-STATUS-PAID     VALUE 'P'.
               88  SPR-STATUS-CANCELLED VALUE 'C'.
