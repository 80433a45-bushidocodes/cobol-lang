      ******************************************************************
      *    COPYBOOK:    ADVWS
      *    PURPOSE:     File status for the student advising file.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-ADVISING-STATUS          PIC X(02).
           88  WS-ADVISING-OK          VALUE "00".
           88  WS-ADVISING-NOTFOUND    VALUE "35".
