      ******************************************************************
      *    COPYBOOK:    SECTWS
      *    PURPOSE:     File status for the section master.  A
      *                 missing SECTMAST.DAT simply means no course
      *                 runs in sections.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-SECTION-STATUS           PIC X(02).
           88  WS-SECTION-OK           VALUE "00".
           88  WS-SECTION-NOTFOUND     VALUE "35".
