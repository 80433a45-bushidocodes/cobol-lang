      ******************************************************************
      *    COPYBOOK:    FSCLFD
      *    PURPOSE:     FD for the fiscal close control, record
      *                 layout included.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       FD  FISCAL-CLOSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FISCLOSE.
