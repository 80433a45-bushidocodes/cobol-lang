      ******************************************************************
      *    COPYBOOK:    EQVFD
      *    PURPOSE:     FD for the transfer equivalency table, record
      *                 layout included.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       FD  EQUIVALENCY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EQVMAST.
