      ******************************************************************
      *    COPYBOOK:    CLEARED
      *    PURPOSE:     Bank cleared-items record - one per refund
      *                 cheque the bank has paid, with the amount it
      *                 paid and the date.  Matched against the
      *                 cheques issued by CheckRecon.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  CLEARED-ITEM-RECORD.
           05  CLR-BANK-ACCOUNT        PIC X(12).
           05  CLR-CHECK-NO            PIC 9(08).
           05  CLR-AMOUNT              PIC 9(08)V99.
           05  CLR-PAID-DATE           PIC 9(08).
