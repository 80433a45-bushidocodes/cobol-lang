      ******************************************************************
      *    COPYBOOK:    SEASON
      *    PURPOSE:     GuessingGame season master, keyed on season
      *                 number.  A season runs from its start date to
      *                 its end date; SeasonStart opens it and places
      *                 the players into divisions, SeasonRollover
      *                 closes it.  Only one season is open at a
      *                 time.  Standings are never stored here - they
      *                 come from the season's SCOREBRD and ROUNDHST
      *                 activity whenever they are wanted.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  SEASON-RECORD.
           05  SEA-SEASON-ID           PIC 9(04).
           05  SEA-START-DATE          PIC 9(08).
           05  SEA-END-DATE            PIC 9(08).
           05  SEA-STATUS              PIC X(01).
               88  SEA-OPEN            VALUE 'O'.
               88  SEA-CLOSED          VALUE 'C'.
           05  SEA-DIVISION-COUNT      PIC 9(02).
           05  SEA-DIVISION-SIZE       PIC 9(03).
           05  SEA-PLAYERS-PLACED      PIC 9(05).
           05  SEA-OPENED-DATE         PIC 9(08).
           05  SEA-CLOSED-DATE         PIC 9(08).
