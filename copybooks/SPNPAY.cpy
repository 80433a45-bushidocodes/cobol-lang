      ******************************************************************
      *    COPYBOOK:    SPNPAY
      *    PURPOSE:     Sponsor payment transaction - one line per
      *                 cheque or transfer received from a sponsor,
      *                 naming the consolidated sponsor invoice it
      *                 pays.  Posted by SponsorPayPost.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  SPONSOR-PAYMENT-TRANSACTION.
           05  SPP-SPONSOR-ID          PIC X(06).
           05  SPP-INVOICE-NUMBER      PIC 9(07).
           05  SPP-AMOUNT              PIC 9(07)V99.
           05  SPP-PAYMENT-DATE        PIC 9(08).
           05  SPP-PAYMENT-REF         PIC X(10).
