      ******************************************************************
      *    COPYBOOK:    SEASTSEL
      *    PURPOSE:     FILE-CONTROL entries for the season standings
      *                 paragraphs (SEASTDPA): the season placements
      *                 and the two activity files the standings are
      *                 built from, under names of their own so a
      *                 caller's own SCORE-FILE or ROUND-HISTORY-FILE
      *                 is left alone.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
           SELECT SEASON-PLAYER-FILE ASSIGN TO "SEASPLYR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSP-KEY
               FILE STATUS IS WS-STD-PLACE-STATUS.

           SELECT SEASON-SCORE-FILE ASSIGN TO "SCOREBRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-SCORE-STATUS.

           SELECT SEASON-HISTORY-FILE ASSIGN TO "ROUNDHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-HISTORY-STATUS.
