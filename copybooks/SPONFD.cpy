      ******************************************************************
      *    COPYBOOK:    SPONFD
      *    PURPOSE:     FD for the sponsor master, record layout
      *                 included.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       FD  SPONSOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPONMAST.
