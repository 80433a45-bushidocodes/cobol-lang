      ******************************************************************
      *    COPYBOOK:    CSVWS
      *    PURPOSE:     Work fields for the shared delimited-extract
      *                 paragraphs.  Caller moves the extract name to
      *                 WS-CSV-FILE-NAME and its header row to
      *                 WS-CSV-HEADER, then per detail line starts
      *                 the line (9955), adds each value - text
      *                 through WS-CSV-TEXT, money through
      *                 WS-CSV-AMOUNT, counts and dates through
      *                 WS-CSV-NUMBER - and writes it (9966).
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-CSV-WORK.
           05  WS-CSV-FILE-NAME        PIC X(12).
           05  WS-CSV-STATUS           PIC X(02).
           05  WS-CSV-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-CSV-FILE-OPEN    VALUE 'Y'.
           05  WS-CSV-HEADER           PIC X(100).
           05  WS-CSV-LINE             PIC X(100).
           05  WS-CSV-TEXT             PIC X(40).
           05  WS-CSV-AMOUNT           PIC S9(09)V99.
           05  WS-CSV-AMOUNT-EDIT      PIC -(10)9.99.
           05  WS-CSV-NUMBER           PIC S9(09).
           05  WS-CSV-NUMBER-EDIT      PIC -(10)9.
           05  WS-CSV-POINTER          PIC 9(03) COMP.
           05  WS-CSV-FIELD-COUNT      PIC 9(03) COMP.
           05  WS-CSV-LEAD             PIC 9(03) COMP.
           05  WS-CSV-END              PIC 9(03) COMP.
           05  WS-CSV-LENGTH           PIC 9(03) COMP.
           05  WS-CSV-COMMAS           PIC 9(03) COMP.
           05  WS-CSV-LINES-WRITTEN    PIC 9(07) VALUE ZERO.
