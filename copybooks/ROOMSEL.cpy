      ******************************************************************
      *    COPYBOOK:    ROOMSEL
      *    PURPOSE:     FILE-CONTROL entry for the room master, for
      *                 every program that COPYs ROOMFD and ROOMWS.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
           SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMM-KEY
               FILE STATUS IS WS-ROOM-STATUS.
