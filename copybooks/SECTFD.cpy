      ******************************************************************
      *    COPYBOOK:    SECTFD
      *    PURPOSE:     FD for the section master, record layout
      *                 included.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       FD  SECTION-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SECTMAST.
