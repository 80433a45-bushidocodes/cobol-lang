      ******************************************************************
      *    COPYBOOK:    EQVWS
      *    PURPOSE:     File status for the transfer equivalency
      *                 table.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-EQUIV-STATUS             PIC X(02).
           88  WS-EQUIV-OK             VALUE "00".
           88  WS-EQUIV-NOTFOUND       VALUE "35".
