      *                 matching credit memo rides CREDMEMO.DAT.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-09-02
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Loaded onto the refund payable file by
      *                      RefundDisburse, which cuts the cheque.
      ******************************************************************
       01  REFUND-TRANSACTION.
           05  RFT-STUDENT-ID          PIC 9(07).
