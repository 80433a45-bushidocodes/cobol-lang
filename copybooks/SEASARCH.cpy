      ******************************************************************
      *    COPYBOOK:    SEASARCH
      *    PURPOSE:     Season archive record - one per player per
      *                 closed season, written by SeasonRollover:
      *                 final division and rank, the season's rounds,
      *                 guesses, range and season rating, the
      *                 promotion or relegation given and the
      *                 division it leads to, and the lifetime rating
      *                 before and after the decay toward the mean.
      *                 SeasonStart places the next season from it.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  SEASON-ARCHIVE-RECORD.
           05  SAR-SEASON-ID           PIC 9(04).
           05  SAR-DIVISION            PIC 9(02).
           05  SAR-RANK                PIC 9(03).
           05  SAR-PLAYER-NAME         PIC X(15).
           05  SAR-ROUNDS              PIC 9(05).
           05  SAR-GUESSES             PIC 9(07).
           05  SAR-RANGE               PIC 9(09).
           05  SAR-SEASON-RATING       PIC 9(05)V99.
           05  SAR-MOVEMENT            PIC X(01).
               88  SAR-PROMOTED        VALUE 'P'.
               88  SAR-RELEGATED       VALUE 'D'.
               88  SAR-STAYED          VALUE 'S'.
           05  SAR-NEXT-DIVISION       PIC 9(02).
           05  SAR-RATING-BEFORE       PIC 9(05)V99.
           05  SAR-RATING-AFTER        PIC 9(05)V99.
