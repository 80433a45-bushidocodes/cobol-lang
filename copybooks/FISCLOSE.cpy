      ******************************************************************
      *    COPYBOOK:    FISCLOSE
      *    PURPOSE:     Fiscal close control - one record per year-end
      *                 close run by FiscalClose (type C) and one per
      *                 reopen a supervisor authorizes (type O).  A
      *                 closed year's dates take no further postings;
      *                 a reopen lets them through again up to and
      *                 including its reopen-through processing date,
      *                 and a later close of the same year ends it.
      *                 The close record also keeps the highest
      *                 receipt number it moved to history, so the
      *                 cashier's receipt numbering carries on past
      *                 an archived register.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  FISCAL-CLOSE-RECORD.
           05  FSC-ENTRY-TYPE          PIC X(01).
               88  FSC-YEAR-CLOSED     VALUE 'C'.
               88  FSC-YEAR-REOPENED   VALUE 'O'.
           05  FSC-FISCAL-YEAR         PIC 9(04).
           05  FSC-YEAR-START          PIC 9(08).
           05  FSC-YEAR-END            PIC 9(08).
           05  FSC-ACTION-DATE         PIC 9(08).
           05  FSC-OPERATOR-ID         PIC X(08).
           05  FSC-REOPEN-THROUGH      PIC 9(08).
           05  FSC-HIGH-RECEIPT-NO     PIC 9(07).
           05  FSC-REASON              PIC X(30).
