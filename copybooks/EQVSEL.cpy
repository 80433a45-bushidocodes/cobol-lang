      ******************************************************************
      *    COPYBOOK:    EQVSEL
      *    PURPOSE:     FILE-CONTROL entry for the transfer
      *                 equivalency table, for every program that
      *                 COPYs EQVFD and EQVWS.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
           SELECT EQUIVALENCY-FILE ASSIGN TO "XFREQUIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQV-KEY
               FILE STATUS IS WS-EQUIV-STATUS.
