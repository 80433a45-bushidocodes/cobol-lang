      ******************************************************************
      *    COPYBOOK:    SEASPLYR
      *    PURPOSE:     A player's place in a season, keyed on season
      *                 and player name: the division the player
      *                 plays the season in, how the player got there
      *                 and the lifetime rating at the season start.
      *                 Written by SeasonStart; a newcomer who plays
      *                 during the season without a record is taken
      *                 into the bottom division by the standings.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  SEASON-PLAYER-RECORD.
           05  SSP-KEY.
               10  SSP-SEASON-ID       PIC 9(04).
               10  SSP-PLAYER-NAME     PIC X(15).
           05  SSP-DIVISION            PIC 9(02).
           05  SSP-PLACED-HOW          PIC X(01).
               88  SSP-BY-RATING       VALUE 'R'.
               88  SSP-PROMOTED        VALUE 'P'.
               88  SSP-RELEGATED       VALUE 'D'.
               88  SSP-STAYED          VALUE 'S'.
               88  SSP-NEWCOMER        VALUE 'N'.
           05  SSP-START-RATING        PIC 9(05)V99.
