      ******************************************************************
      *    COPYBOOK:    AGEDCWS
      *    PURPOSE:     Work fields for the shared age-decision
      *                 paragraphs (AGEDCPA) - the effective-dated
      *                 age and hours-of-sale rule tables, the
      *                 decision date, the customer and required
      *                 ages, the decision and refusal reason, the
      *                 clerk certification flag and the refusal
      *                 tallies.  Copied by the batch verification
      *                 run and by the register-callable AgeDecide,
      *                 so both judge a sale from the same fields.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-RULE-STATUS              PIC X(02).
           88  WS-RULE-FOUND           VALUE "00".
           88  WS-RULE-NOTFOUND        VALUE "35".

      *    Effective-dated age rules, tabled at start of run.
       01  WS-RULE-TABLE.
           05  WS-RT-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-RT-ENTRY OCCURS 100 TIMES.
               10  WS-RT-PRODUCT       PIC X(04).
               10  WS-RT-FROM-DATE     PIC 9(08).
               10  WS-RT-TO-DATE       PIC 9(08).
               10  WS-RT-REQUIRED-AGE  PIC 9(03).

       01  WS-RT-SUB                   PIC 9(03) COMP VALUE ZERO.
       01  WS-BEST-FROM-DATE           PIC 9(08) VALUE ZERO.

       01  WS-HOURS-STATUS             PIC X(02).
           88  WS-HOURS-NOTFOUND       VALUE "35".

       01  WS-CERT-STATUS              PIC X(02).
           88  WS-CERT-NOTFOUND        VALUE "35".

       01  WS-CLERK-CERT-FLAG          PIC X(01).
       01  WS-UNCERT-CHECK-COUNT       PIC 9(05) VALUE ZERO.

      *    Effective-dated hours-of-sale rules, tabled at start of
      *    run the way the age rules are.
       01  WS-HOURS-TABLE.
           05  WS-HT-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-HT-ENTRY OCCURS 100 TIMES.
               10  WS-HT-PRODUCT       PIC X(04).
               10  WS-HT-FROM-DATE     PIC 9(08).
               10  WS-HT-TO-DATE       PIC 9(08).
               10  WS-HT-OPEN-TIME     PIC 9(04).
               10  WS-HT-CLOSE-TIME    PIC 9(04).

       01  WS-HT-SUB                   PIC 9(03) COMP VALUE ZERO.
       01  WS-HOURS-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-HOURS-END            VALUE 'Y'.
       01  WS-HOURS-RULE-SWITCH        PIC X(01).
           88  WS-HOURS-RULE-FOUND     VALUE 'Y'.
       01  WS-HOURS-BEST-FROM          PIC 9(08).
       01  WS-SALE-OPEN-TIME           PIC 9(04).
       01  WS-SALE-CLOSE-TIME          PIC 9(04).
       01  WS-DECISION-DATE            PIC 9(08) VALUE ZERO.
       01  WS-DECISION-DATE-X REDEFINES WS-DECISION-DATE.
           05  WS-DEC-YEAR             PIC 9(04).
           05  WS-DEC-MONTH            PIC 9(02).
           05  WS-DEC-DAY              PIC 9(02).
       01  WS-RULE-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-RULE-END             VALUE 'Y'.

       01  CustomerAge                 PIC 999 VALUE ZEROS.
       01  RequiredAge                 PIC 999 VALUE 21.

       01  WS-DECISION-SWITCH          PIC X(01).
           88  WS-DECISION-ALLOWED     VALUE 'A'.
           88  WS-DECISION-REFUSED     VALUE 'R'.

       01  WS-REFUSAL-REASON           PIC X(10) VALUE SPACES.

       01  WS-INPUT-VALID-SWITCH       PIC X(01) VALUE 'Y'.
           88  WS-INPUT-IS-VALID       VALUE 'Y'.

       01  WS-REFUSAL-REASON-TALLY.
           05  WS-REASON-UNDERAGE      PIC 9(05) VALUE ZERO.
           05  WS-REASON-EXPIRED-ID    PIC 9(05) VALUE ZERO.
           05  WS-REASON-FLAGGED-ID    PIC 9(05) VALUE ZERO.
           05  WS-REASON-AFTER-HOURS   PIC 9(05) VALUE ZERO.
           05  WS-REASON-OTHER         PIC 9(05) VALUE ZERO.
           05  WS-OVERRIDE-COUNT       PIC 9(05) VALUE ZERO.
