      ******************************************************************
      *    COPYBOOK:    DSCLFD
      *    PURPOSE:     FD for the disclosure log, record layout
      *                 included.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       FD  DISCLOSURE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DISCLOG.
