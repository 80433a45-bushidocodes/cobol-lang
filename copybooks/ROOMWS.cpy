      ******************************************************************
      *    COPYBOOK:    ROOMWS
      *    PURPOSE:     File status for the room master.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-ROOM-STATUS              PIC X(02).
           88  WS-ROOM-OK              VALUE "00".
           88  WS-ROOM-NOTFOUND        VALUE "35".
