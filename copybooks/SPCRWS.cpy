      ******************************************************************
      *    COPYBOOK:    SPCRWS
      *    PURPOSE:     Work fields for the shared sponsor credit
      *                 paragraph (SPCRPA).  The caller declares the
      *                 sponsor credit file and its status,
      *                 WS-SPNCRED-STATUS, as it does its other
      *                 sponsor files.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-SPONSOR-CREDIT-WORK.
           05  WS-SPC-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-SPC-END          VALUE 'Y'.
           05  WS-SPC-TAKE             PIC 9(05)V99.
           05  WS-SPC-INVOICE-OPEN     PIC 9(07)V99.
           05  WS-SPC-APPLIED-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-SPC-APPLIED-TOTAL    PIC 9(09)V99 VALUE ZERO.
