      ******************************************************************
      *    COPYBOOK:    WOFFTXN
      *    PURPOSE:     Bad-debt write-off transaction - one per
      *                 invoice the bursar has judged uncollectible,
      *                 with the reason.  Applied by WriteOff under
      *                 the signed-on operator.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WRITE-OFF-TRANSACTION.
           05  WOT-STUDENT-ID          PIC 9(07).
           05  WOT-COURSE-CODE         PIC X(04).
           05  WOT-INVOICE-NUMBER      PIC 9(07).
           05  WOT-REASON              PIC X(30).
