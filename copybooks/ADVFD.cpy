      ******************************************************************
      *    COPYBOOK:    ADVFD
      *    PURPOSE:     FD for the student advising file, record
      *                 layout included.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       FD  STUDENT-ADVISING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUADVR.
