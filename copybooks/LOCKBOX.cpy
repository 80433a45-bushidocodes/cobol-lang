      ******************************************************************
      *    COPYBOOK:    LOCKBOX
      *    PURPOSE:     Bank lockbox remittance file layouts, in the
      *                 GLJRNL style - per deposit batch a header with
      *                 the batch number and deposit date, one detail
      *                 record per cheque, and a trailer carrying the
      *                 bank's item count and batch total, all 80
      *                 bytes.  The detail names the StudentId and
      *                 invoice number off the remittance stub as the
      *                 payer wrote them, so either may be missing or
      *                 wrong; PaymentPost proves every batch against
      *                 its trailer before it posts from it.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  LOCKBOX-HEADER-RECORD.
           05  LBX-H-RECORD-TYPE       PIC X(01).
               88  LBX-IS-HEADER       VALUE 'H'.
           05  LBX-H-BATCH-NO          PIC 9(05).
           05  LBX-H-DEPOSIT-DATE      PIC 9(08).
           05  LBX-H-LOCKBOX-NO        PIC X(07).
           05  FILLER                  PIC X(59).

       01  LOCKBOX-DETAIL-RECORD.
           05  LBX-D-RECORD-TYPE       PIC X(01).
               88  LBX-IS-DETAIL       VALUE 'D'.
           05  LBX-D-BATCH-NO          PIC 9(05).
           05  LBX-D-ITEM-NO           PIC 9(04).
           05  LBX-D-STUDENT-ID        PIC 9(07).
           05  LBX-D-INVOICE-NUMBER    PIC 9(07).
           05  LBX-D-CHECK-NUMBER      PIC X(10).
           05  LBX-D-AMOUNT            PIC 9(05)V99.
           05  LBX-D-REMITTER-NAME     PIC X(20).
           05  FILLER                  PIC X(19).

       01  LOCKBOX-TRAILER-RECORD.
           05  LBX-T-RECORD-TYPE       PIC X(01).
               88  LBX-IS-TRAILER      VALUE 'T'.
           05  LBX-T-BATCH-NO          PIC 9(05).
           05  LBX-T-ITEM-COUNT        PIC 9(05).
           05  LBX-T-BATCH-TOTAL       PIC 9(07)V99.
           05  FILLER                  PIC X(60).
