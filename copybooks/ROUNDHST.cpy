      *                 strategy without the configuration file.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-09-02
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  RND-LOW-RANGE, the round's target, the
      *                      seed it was generated from and whether
      *                      it was generated or keyed appended, so
      *                      a disputed round can be reproduced.
      ******************************************************************
       01  ROUND-HISTORY-RECORD.
           05  RND-SESSION-ID          PIC X(08).
               88  RND-CORRECT         VALUE 'C'.
           05  RND-RANGE-SIZE          PIC 9(05).
           05  RND-PLAY-DATE           PIC 9(08).
           05  RND-LOW-RANGE           PIC 9(02).
           05  RND-TARGET              PIC 9(02).
           05  RND-SEED                PIC 9(09).
           05  RND-TARGET-SOURCE       PIC X(01).
               88  RND-TARGET-GENERATED VALUE 'G'.
               88  RND-TARGET-KEYED    VALUE 'K'.
