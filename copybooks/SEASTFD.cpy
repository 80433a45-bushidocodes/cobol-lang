      ******************************************************************
      *    COPYBOOK:    SEASTFD
      *    PURPOSE:     FDs for the season standings files named in
      *                 SEASTSEL.  The activity records carry SSC-
      *                 and SRH- names so they stand apart from any
      *                 SCOREREC or ROUNDHST the caller holds.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       FD  SEASON-PLAYER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SEASPLYR.

       FD  SEASON-SCORE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SCOREREC
           REPLACING ==SCORE-RECORD== BY ==SEASON-SCORE-RECORD==
               LEADING ==SCR== BY ==SSC==.

       FD  SEASON-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ROUNDHST
           REPLACING ==ROUND-HISTORY-RECORD==
               BY ==SEASON-HISTORY-RECORD==
               LEADING ==RND== BY ==SRH==.
