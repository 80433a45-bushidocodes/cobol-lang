      ******************************************************************
      *    COPYBOOK:    DSCLSEL
      *    PURPOSE:     FILE-CONTROL entry for the disclosure log,
      *                 for every program that COPYs DSCLWS and
      *                 DSCLPA.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
           SELECT DISCLOSURE-LOG-FILE ASSIGN TO "DISCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCLOSURE-STATUS.
