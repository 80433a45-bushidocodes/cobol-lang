      ******************************************************************
      *    COPYBOOK:    SPRVWS
      *    PURPOSE:     Work fields for the shared sponsor share
      *                 reversal paragraph.  Per enrollment the
      *                 caller fills student and course, sets the
      *                 whole share or the refund-schedule share
      *                 (with its percentage) and PERFORMs
      *                 9970-REVERSE-SPONSOR-SHARE; the amount given
      *                 back comes back in WS-SRV-AMOUNT.  The files
      *                 open themselves on first use and close
      *                 through 9978 at end of job; the count and
      *                 total feed the caller's SPNSRVRS money
      *                 control.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-SPONSOR-REVERSAL-WORK.
           05  WS-SPONRCV-STATUS       PIC X(02).
               88  WS-SPONRCV-NOTFOUND VALUE "35".
           05  WS-SPNAUTH-STATUS       PIC X(02).
               88  WS-SPNAUTH-NOTFOUND VALUE "35".
           05  WS-SPNCRED-STATUS       PIC X(02).
               88  WS-SPNCRED-NOTFOUND VALUE "35".
           05  WS-SRV-STUDENT-ID       PIC 9(07).
           05  WS-SRV-COURSE-CODE      PIC X(04).
           05  WS-SRV-KIND             PIC X(01) VALUE 'W'.
               88  WS-SRV-WHOLE-SHARE  VALUE 'W'.
               88  WS-SRV-REFUND-SHARE VALUE 'P'.
           05  WS-SRV-PERCENT          PIC 9(03).
           05  WS-SRV-AMOUNT           PIC 9(05)V99.
           05  WS-SRV-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-SRV-NOT-OPENED   VALUE 'N'.
               88  WS-SRV-FILES-OPEN   VALUE 'Y'.
               88  WS-SRV-NO-SPONSORS  VALUE 'X'.
           05  WS-SRV-AUTH-SW          PIC X(01) VALUE 'N'.
               88  WS-SRV-AUTH-OPEN    VALUE 'Y'.
           05  WS-SRV-CREDIT-SW        PIC X(01) VALUE 'N'.
               88  WS-SRV-CREDIT-ON-FILE VALUE 'Y'.
           05  WS-SRV-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-SRV-TOTAL            PIC 9(09)V99 VALUE ZERO.
