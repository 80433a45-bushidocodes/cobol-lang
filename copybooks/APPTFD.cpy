      ******************************************************************
      *    COPYBOOK:    APPTFD
      *    PURPOSE:     FD for the registration appointment file,
      *                 record layout included.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       FD  REG-APPOINTMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REGAPPT.
