      ******************************************************************
      *    COPYBOOK:    FSCLSEL
      *    PURPOSE:     FILE-CONTROL entry for the fiscal close
      *                 control, for every program that COPYs FSCLWS
      *                 and FSCLPA.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
           SELECT FISCAL-CLOSE-FILE ASSIGN TO "FISCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
