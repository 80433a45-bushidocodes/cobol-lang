      ******************************************************************
      *    COPYBOOK:    TAXRATE
      *    PURPOSE:     Sales-tax rate row, one per jurisdiction:
      *                 the combined rate as a percentage to three
      *                 places (8.250 = 8.25 per cent) and the name
      *                 printed on the invoice and the liability
      *                 summary.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  TAX-RATE-RECORD.
           05  TXR-JURISDICTION        PIC X(06).
           05  TXR-RATE-PCT            PIC 9(02)V9(03).
           05  TXR-NAME                PIC X(20).
