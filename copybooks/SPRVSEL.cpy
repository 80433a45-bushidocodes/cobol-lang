      ******************************************************************
      *    COPYBOOK:    SPRVSEL
      *    PURPOSE:     FILE-CONTROL entries for the sponsor
      *                 receivable, sponsor authorization and sponsor
      *                 credit files, for every program that COPYs
      *                 SPRVFD, SPRVWS and SPRVPA.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
           SELECT SPONSOR-RECEIVABLE-FILE ASSIGN TO "SPONRCV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPR-KEY
               FILE STATUS IS WS-SPONRCV-STATUS.

           SELECT SPONSOR-AUTH-FILE ASSIGN TO "SPNAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPA-KEY
               FILE STATUS IS WS-SPNAUTH-STATUS.

           SELECT SPONSOR-CREDIT-FILE ASSIGN TO "SPNCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPC-KEY
               FILE STATUS IS WS-SPNCRED-STATUS.
