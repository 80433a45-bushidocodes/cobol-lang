      ******************************************************************
      *    COPYBOOK:    ADVSEL
      *    PURPOSE:     FILE-CONTROL entry for the student advising
      *                 file, for every program that COPYs ADVFD and
      *                 ADVWS.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
           SELECT STUDENT-ADVISING-FILE ASSIGN TO "STUADVR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-STUDENT-ID
               FILE STATUS IS WS-ADVISING-STATUS.
