      *                 in it, one round per player.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-08-09
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  The target is generated by the game
      *                      when GCF-ACTUAL-NUMBER is left zero or
      *                      blank.  GCF-SEED appended: zero or blank
      *                      lets the game pick the seed; a seed
      *                      taken from the round history replays
      *                      that round's target exactly.
      ******************************************************************
       01  GAME-CONFIG-RECORD.
           05  GCF-PLAYER-NAME         PIC X(15).
           05  GCF-LOW-RANGE           PIC 9(02).
           05  GCF-HIGH-RANGE          PIC 9(02).
           05  GCF-ACTUAL-NUMBER       PIC 9(02).
           05  GCF-SEED                PIC 9(09).
