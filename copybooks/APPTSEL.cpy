      ******************************************************************
      *    COPYBOOK:    APPTSEL
      *    PURPOSE:     FILE-CONTROL entry for the registration
      *                 appointment file, for every program that
      *                 COPYs APPTFD and APPTWS.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
           SELECT REG-APPOINTMENT-FILE ASSIGN TO "REGAPPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-KEY
               FILE STATUS IS WS-APPOINT-STATUS.
