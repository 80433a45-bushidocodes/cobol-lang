      ******************************************************************
      *    COPYBOOK:    SEASTDWS
      *    PURPOSE:     Work fields and standings table for the
      *                 shared season standings paragraphs
      *                 (SEASTDPA).  Caller moves the season number,
      *                 its start and end dates and its division
      *                 count to WS-STD-SEASON-ID, WS-STD-START-DATE,
      *                 WS-STD-END-DATE and WS-STD-DIV-COUNT, then
      *                 PERFORMs 9100-BUILD-STANDINGS THRU 9100-EXIT.
      *                 Each table entry comes back with the season's
      *                 rounds, guesses and range, the season rating
      *                 (range units resolved per guess, times one
      *                 hundred, as PLM-RATING is figured) and the
      *                 player's rank within the division;
      *                 WS-STD-DIV-PLAYERS holds each division's head
      *                 count.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-STANDINGS-WORK.
           05  WS-STD-SEASON-ID        PIC 9(04).
           05  WS-STD-START-DATE       PIC 9(08).
           05  WS-STD-END-DATE         PIC 9(08).
           05  WS-STD-DIV-COUNT        PIC 9(02).
           05  WS-STD-ACTIVITY-DATE    PIC 9(08).
           05  WS-STD-PLACE-STATUS     PIC X(02).
               88  WS-STD-PLACE-NOTFOUND VALUE "35".
           05  WS-STD-SCORE-STATUS     PIC X(02).
               88  WS-STD-SCORE-NOTFOUND VALUE "35".
           05  WS-STD-HISTORY-STATUS   PIC X(02).
               88  WS-STD-HISTORY-NOTFOUND VALUE "35".
           05  WS-STD-EOF-SWITCH       PIC X(01).
               88  WS-STD-END          VALUE 'Y'.
           05  WS-STD-FOUND-SWITCH     PIC X(01).
               88  WS-STD-FOUND        VALUE 'Y'.
           05  WS-STD-SUB              PIC 9(03) COMP.
           05  WS-STD-OTHER            PIC 9(03) COMP.
           05  WS-STD-FIND-SUB         PIC 9(03) COMP.
           05  WS-STD-FIND-NAME        PIC X(15).
           05  WS-STD-OVERFLOW         PIC 9(05) VALUE ZERO.

       01  WS-STANDINGS-TABLE.
           05  WS-STD-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-STD-ENTRY OCCURS 200 TIMES.
               10  WS-STD-NAME         PIC X(15).
               10  WS-STD-DIVISION     PIC 9(02).
               10  WS-STD-PLACED-HOW   PIC X(01).
               10  WS-STD-START-RATING PIC 9(05)V99.
               10  WS-STD-ROUNDS       PIC 9(05).
               10  WS-STD-GUESSES      PIC 9(07).
               10  WS-STD-RANGE        PIC 9(09).
               10  WS-STD-RATING       PIC 9(05)V99.
               10  WS-STD-RANK         PIC 9(03).
           05  WS-STD-DIV-PLAYERS OCCURS 99 TIMES
                                       PIC 9(03).
