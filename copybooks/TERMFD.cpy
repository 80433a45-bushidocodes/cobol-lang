      ******************************************************************
      *    COPYBOOK:    TERMFD
      *    PURPOSE:     FD for the term master, record layout
      *                 included.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       FD  TERM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TERMMAST.
