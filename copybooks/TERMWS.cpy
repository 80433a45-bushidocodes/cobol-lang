      ******************************************************************
      *    COPYBOOK:    TERMWS
      *    PURPOSE:     File status for the term master.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-TERM-STATUS              PIC X(02).
           88  WS-TERM-OK              VALUE "00".
           88  WS-TERM-NOTFOUND        VALUE "35".
