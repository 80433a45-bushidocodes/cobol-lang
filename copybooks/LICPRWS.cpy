      ******************************************************************
      *    COPYBOOK:    LICPRWS
      *    PURPOSE:     Work fields for the shared license-protect
      *                 paragraph (LICPRPA).  Caller moves the
      *                 license number as read off the ID to
      *                 WS-LPR-CLEAR and PERFORMs
      *                 9480-PROTECT-LICENSE; the paragraph leaves
      *                 the one-way matching value in WS-LPR-HASH
      *                 and the display form, every character but
      *                 the last four starred out, in WS-LPR-MASKED.
      *                 A blank license leaves a zero hash and a
      *                 blank mask.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-LICENSE-PROTECT-WORK.
           05  WS-LPR-CLEAR            PIC X(12).
           05  WS-LPR-CLEAR-CHARS REDEFINES WS-LPR-CLEAR.
               10  WS-LPR-CHAR OCCURS 12 TIMES
                                       PIC X(01).
           05  WS-LPR-MASKED           PIC X(12).
           05  WS-LPR-MASKED-CHARS REDEFINES WS-LPR-MASKED.
               10  WS-LPR-MASK-CHAR OCCURS 12 TIMES
                                       PIC X(01).
           05  WS-LPR-HASH             PIC 9(18).
           05  WS-LPR-HASH-PARTS REDEFINES WS-LPR-HASH.
               10  WS-LPR-HASH-HIGH    PIC 9(09).
               10  WS-LPR-HASH-LOW     PIC 9(09).
           05  WS-LPR-ACCUM-HIGH       PIC 9(12) COMP.
           05  WS-LPR-ACCUM-LOW        PIC 9(12) COMP.
           05  WS-LPR-SUB              PIC 9(02) COMP.
           05  WS-LPR-LENGTH           PIC 9(02) COMP.
           05  WS-LPR-MASK-TO          PIC 9(02) COMP.
