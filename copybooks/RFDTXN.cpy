      ******************************************************************
      *    COPYBOOK:    RFDTXN
      *    PURPOSE:     Refund disbursement transaction.  Action A
      *                 approves the refund named by StudentId,
      *                 invoice number and issued date for a cheque.
      *                 Actions V (void) and S (stale-date) name the
      *                 cheque by number, with the reason.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  REFUND-DISB-TRANSACTION.
           05  RDT-ACTION-CODE         PIC X(01).
               88  RDT-APPROVE         VALUE 'A'.
               88  RDT-VOID            VALUE 'V'.
               88  RDT-STALE-DATE      VALUE 'S'.
           05  RDT-STUDENT-ID          PIC 9(07).
           05  RDT-INVOICE-NUMBER      PIC 9(07).
           05  RDT-ISSUED-DATE         PIC 9(08).
           05  RDT-CHECK-NO            PIC 9(08).
           05  RDT-REASON              PIC X(30).
