      ******************************************************************
      *    COPYBOOK:    SPNINV
      *    PURPOSE:     Consolidated sponsor invoice header - one
      *                 record per invoice SponsorInvoice raises,
      *                 keyed on the sponsor invoice number.  Carries
      *                 the invoice and due dates (the sponsor's
      *                 payment terms on from the invoice date), the
      *                 number of student charges on it, and the
      *                 amount billed and paid; SponsorPayPost posts
      *                 the sponsor's payments here and down to the
      *                 charges.  O open, P paid in full.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  SPONSOR-INVOICE-RECORD.
           05  SPI-INVOICE-NUMBER      PIC 9(07).
           05  SPI-SPONSOR-ID          PIC X(06).
           05  SPI-INVOICE-DATE        PIC 9(08).
           05  SPI-DUE-DATE            PIC 9(08).
           05  SPI-LINE-COUNT          PIC 9(05).
           05  SPI-AMOUNT-BILLED       PIC 9(07)V99.
           05  SPI-AMOUNT-PAID         PIC 9(07)V99.
           05  SPI-STATUS-CODE         PIC X(01).
               88  SPI-STATUS-OPEN     VALUE 'O'.
               88  SPI-STATUS-PAID     VALUE 'P'.
