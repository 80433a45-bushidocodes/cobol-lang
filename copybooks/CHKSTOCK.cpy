      ******************************************************************
      *    COPYBOOK:    CHKSTOCK
      *    PURPOSE:     One-record refund cheque stock register -
      *                 the next cheque number to print, the last
      *                 number in the stock on hand, and the bank
      *                 account the cheques draw on.  Read and
      *                 advanced only by RefundDisburse, in the
      *                 IDREG one-record control-file convention;
      *                 treasury sets it up when new stock arrives.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  CHECK-STOCK-RECORD.
           05  CKS-NEXT-CHECK-NO       PIC 9(08).
           05  CKS-LAST-STOCK-NO       PIC 9(08).
           05  CKS-BANK-ACCOUNT        PIC X(12).
