      ******************************************************************
      *    COPYBOOK:    APPTWS
      *    PURPOSE:     File status for the registration appointment
      *                 file.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-APPOINT-STATUS           PIC X(02).
           88  WS-APPOINT-OK           VALUE "00".
           88  WS-APPOINT-NOTFOUND     VALUE "35".
