      ******************************************************************
      *    COPYBOOK:    TGTGNWS
      *    PURPOSE:     Work fields for the shared GuessingGame
      *                 target generator (TGTGNPA).  Caller moves the
      *                 seed and the round's range to WS-GEN-SEED,
      *                 WS-GEN-LOW and WS-GEN-HIGH and PERFORMs
      *                 9330-GENERATE-TARGET THRU 9330-EXIT; the
      *                 paragraph leaves the target in WS-GEN-TARGET.
      *                 The same seed and range always give the same
      *                 target, so any round can be replayed or
      *                 re-checked from its round-history record.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-TARGET-GENERATOR.
           05  WS-GEN-SEED             PIC 9(09).
           05  WS-GEN-LOW              PIC 9(02).
           05  WS-GEN-HIGH             PIC 9(02).
           05  WS-GEN-TARGET           PIC 9(02).
           05  WS-GEN-RANGE            PIC 9(03) COMP.
           05  WS-GEN-STATE            PIC 9(10) COMP.
           05  WS-GEN-STEP             PIC 9(01) COMP.
