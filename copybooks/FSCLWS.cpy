      ******************************************************************
      *    COPYBOOK:    FSCLWS
      *    PURPOSE:     Work fields for the shared closed-period
      *                 check (FSCLPA).  Caller moves the processing
      *                 date to WS-FSC-AS-OF-DATE once, then for each
      *                 posting moves the date it is dated to
      *                 WS-FSC-CHECK-DATE and PERFORMs
      *                 9440-CHECK-CLOSED-PERIOD.  WS-FSC-DATE-CLOSED
      *                 is set when the date falls in a closed fiscal
      *                 year with no reopen in force on the as-of
      *                 date.  The control is loaded on first use.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-FISCAL-CLOSE-WORK.
           05  WS-FISCAL-STATUS        PIC X(02).
               88  WS-FISCAL-NOTFOUND  VALUE "35".
           05  WS-FSC-LOADED-SW        PIC X(01) VALUE 'N'.
               88  WS-FSC-LOADED       VALUE 'Y'.
           05  WS-FSC-EOF-SWITCH       PIC X(01).
               88  WS-FSC-END          VALUE 'Y'.
           05  WS-FSC-AS-OF-DATE       PIC 9(08) VALUE ZERO.
           05  WS-FSC-CHECK-DATE       PIC X(08).
           05  WS-FSC-CHECK-DATE-NUM REDEFINES WS-FSC-CHECK-DATE
                                       PIC 9(08).
           05  WS-FSC-RESULT           PIC X(01).
               88  WS-FSC-DATE-CLOSED  VALUE 'Y'.
               88  WS-FSC-DATE-OPEN    VALUE 'N'.
           05  WS-FSC-CLOSED-THROUGH   PIC 9(08) VALUE ZERO.
           05  WS-FSC-HIGH-RECEIPT-NO  PIC 9(07) VALUE ZERO.
           05  WS-FSC-WANT-YEAR        PIC 9(04).
           05  WS-FSC-ROW-FOUND-SW     PIC X(01).
               88  WS-FSC-ROW-FOUND    VALUE 'Y'.
           05  WS-FSC-SUB              PIC 9(03) COMP VALUE ZERO.
           05  WS-FSC-YEAR-COUNT       PIC 9(03) COMP VALUE ZERO.
           05  WS-FSC-YEAR-ROW OCCURS 50 TIMES.
               10  WS-FY-FISCAL-YEAR   PIC 9(04).
               10  WS-FY-YEAR-START    PIC 9(08).
               10  WS-FY-YEAR-END      PIC 9(08).
               10  WS-FY-CLOSED-SW     PIC X(01).
                   88  WS-FY-CLOSED    VALUE 'Y'.
               10  WS-FY-REOPEN-THROUGH PIC 9(08).
