      ******************************************************************
      *    COPYBOOK:    DIPREPR
      *    PURPOSE:     Diploma reprint request - one per graduate
      *                 whose diploma is to be printed again, with
      *                 the reason the registrar accepted (lost,
      *                 damaged, name change).  A graduate's diploma
      *                 is never reprinted without one.  Read by
      *                 Commencement.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  DIPLOMA-REPRINT-REQUEST.
           05  DRP-STUDENT-ID          PIC 9(07).
           05  DRP-REASON              PIC X(30).
