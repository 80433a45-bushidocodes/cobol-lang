      ******************************************************************
      *    COPYBOOK:    SPNCRED
      *    PURPOSE:     Sponsor credit - one record per sponsor
      *                 share given back, keyed like the receivable
      *                 it came off (StudentId plus CourseCode).
      *                 CourseCancel, RegDropProcess and
      *                 WithdrawCascade give back the whole share of
      *                 a course cancelled or dropped, RefundRun the
      *                 refund-schedule percentage of a withdrawal.
      *                 A share cut before it was invoiced is simply
      *                 billed smaller and is recorded here applied
      *                 (A) the day it is given back.  A share
      *                 already on a sponsor invoice is owed back on
      *                 that invoice: open (O) until SponsorInvoice
      *                 or SponsorPayPost takes it off the invoice's
      *                 unpaid balance.  What the sponsor had already
      *                 paid stays open as a credit due the sponsor
      *                 and prints on SponsorAging.  A refund-
      *                 schedule cut is made once per share; the
      *                 record on file is the proof it was made.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  SPONSOR-CREDIT-RECORD.
           05  SPC-KEY.
               10  SPC-STUDENT-ID      PIC 9(07).
               10  SPC-COURSE-CODE     PIC X(04).
           05  SPC-SPONSOR-ID          PIC X(06).
           05  SPC-TERM-CODE           PIC X(06).
           05  SPC-SPONSOR-INVOICE-NO  PIC 9(07).
               88  SPC-NOT-ON-INVOICE  VALUE ZERO.
           05  SPC-CREDIT-DATE         PIC 9(08).
           05  SPC-SOURCE-PROGRAM      PIC X(12).
           05  SPC-CREDIT-AMOUNT       PIC 9(05)V99.
           05  SPC-AMOUNT-APPLIED      PIC 9(05)V99.
           05  SPC-STATUS-CODE         PIC X(01).
               88  SPC-STATUS-OPEN     VALUE 'O'.
               88  SPC-STATUS-APPLIED  VALUE 'A'.
