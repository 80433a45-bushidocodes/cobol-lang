      ******************************************************************
      *    COPYBOOK:    ROOMFD
      *    PURPOSE:     FD for the room master, record layout
      *                 included.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       FD  ROOM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ROOMMAST.
