      ******************************************************************
      *    COPYBOOK:    TAXLIAB
      *    PURPOSE:     Sales-tax liability summary record, one per
      *                 jurisdiction per invoicing run, appended to
      *                 TAXLIAB.DAT with the filing period (YYYYMM of
      *                 the processing date).  The monthly return is
      *                 the sum of the period's records: taxable
      *                 sales, exempt sales and the tax collected.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  TAX-LIABILITY-RECORD.
           05  TXL-PERIOD              PIC 9(06).
           05  TXL-JURISDICTION        PIC X(06).
           05  TXL-RUN-DATE            PIC 9(08).
           05  TXL-RATE-PCT            PIC 9(02)V9(03).
           05  TXL-INVOICE-COUNT       PIC 9(05).
           05  TXL-TAXABLE-SALES       PIC 9(11)V99.
           05  TXL-EXEMPT-SALES        PIC 9(11)V99.
           05  TXL-TAX-DUE             PIC 9(11)V99.
