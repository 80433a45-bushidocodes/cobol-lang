      ******************************************************************
      *    COPYBOOK:    STMTBAL
      *    PURPOSE:     Statement balance record, keyed on StudentId -
      *                 the period, opening and closing balance of the
      *                 last statement AccountStatement produced for
      *                 the student.  Next month's opening balance is
      *                 this closing balance plus anything posted to
      *                 the account ledger between the two periods; a
      *                 rerun inside the same period reuses the
      *                 opening balance held here.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  STATEMENT-BALANCE-RECORD.
           05  SBL-STUDENT-ID          PIC 9(07).
           05  SBL-PERIOD-START        PIC 9(08).
           05  SBL-PERIOD-END          PIC 9(08).
           05  SBL-OPENING-BALANCE     PIC S9(07)V99.
           05  SBL-CLOSING-BALANCE     PIC S9(07)V99.
