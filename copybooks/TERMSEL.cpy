      ******************************************************************
      *    COPYBOOK:    TERMSEL
      *    PURPOSE:     FILE-CONTROL entry for the term master, for
      *                 every program that COPYs TERMFD and TERMWS.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.
