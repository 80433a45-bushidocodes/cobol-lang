      ******************************************************************
      *    COPYBOOK:    UNAPPLD
      *    PURPOSE:     Unapplied-cash suspense record, keyed on a
      *                 suspense number PaymentPost assigns in
      *                 sequence.  One per lockbox cheque that could
      *                 not be matched to an invoice (reason NMAT) or
      *                 was more than the invoice's open balance
      *                 (reason OVER), or deposited into a closed
      *                 fiscal year (reason FYCL).  The stub's
      *                 StudentId and invoice number are kept as the
      *                 payer wrote them.  SuspenseMaint applies the
      *                 open amount to an invoice, in whole or in
      *                 part, or refunds it; the status goes to A or
      *                 R once nothing is left open.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SUS-SUSPENSE-NO         PIC 9(07).
           05  SUS-STATUS-CODE         PIC X(01).
               88  SUS-STATUS-OPEN     VALUE 'O'.
               88  SUS-STATUS-APPLIED  VALUE 'A'.
               88  SUS-STATUS-REFUNDED VALUE 'R'.
           05  SUS-REASON-CODE         PIC X(04).
               88  SUS-NO-MATCH        VALUE "NMAT".
               88  SUS-OVER-BALANCE    VALUE "OVER".
               88  SUS-CLOSED-YEAR     VALUE "FYCL".
           05  SUS-RECEIVED-DATE       PIC 9(08).
           05  SUS-LOCKBOX-BATCH-NO    PIC 9(05).
           05  SUS-LOCKBOX-ITEM-NO     PIC 9(04).
           05  SUS-CHECK-NUMBER        PIC X(10).
           05  SUS-STUDENT-ID          PIC X(07).
           05  SUS-INVOICE-NUMBER      PIC X(07).
           05  SUS-REMITTER-NAME       PIC X(20).
           05  SUS-AMOUNT-RECEIVED     PIC 9(05)V99.
           05  SUS-AMOUNT-OPEN         PIC 9(05)V99.
           05  SUS-LAST-ACTION-DATE    PIC 9(08).
           05  FILLER                  PIC X(05).
