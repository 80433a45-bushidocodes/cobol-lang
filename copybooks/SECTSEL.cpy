      ******************************************************************
      *    COPYBOOK:    SECTSEL
      *    PURPOSE:     FILE-CONTROL entry for the section master,
      *                 for every program that COPYs SECTFD and
      *                 SECTWS.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
           SELECT SECTION-MASTER-FILE ASSIGN TO "SECTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SECTION-STATUS.
