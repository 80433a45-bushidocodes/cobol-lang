      ******************************************************************
      *    COPYBOOK:    CSVFD
      *    PURPOSE:     FD for a report's comma-delimited extract.
      *                 Lines are held to the 100 bytes a report
      *                 catalog line carries.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       FD  DELIMITED-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DELIMITED-EXTRACT-LINE      PIC X(100).
