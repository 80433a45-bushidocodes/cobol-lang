      ******************************************************************
      *    COPYBOOK:    SPONSEL
      *    PURPOSE:     FILE-CONTROL entry for the sponsor master, for
      *                 every program that COPYs SPONFD and SPONWS.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
           SELECT SPONSOR-MASTER-FILE ASSIGN TO "SPONSOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPN-SPONSOR-ID
               FILE STATUS IS WS-SPONSOR-STATUS.
