      ******************************************************************
      *    COPYBOOK:    SPONWS
      *    PURPOSE:     File status for the sponsor master.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-SPONSOR-STATUS           PIC X(02).
           88  WS-SPONSOR-OK           VALUE "00".
           88  WS-SPONSOR-NOTFOUND     VALUE "35".
