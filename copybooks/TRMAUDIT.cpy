      ******************************************************************
      *    COPYBOOK:    TRMAUDIT
      *    PURPOSE:     Before/after image audit trail record written
      *                 by the term calendar maintenance program for
      *                 every add / change / delete applied to
      *                 TERM-MASTER - the same discipline the room
      *                 and course maintenance keep.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  TERM-AUDIT-RECORD.
           05  TAU-DATE.
               10  TAU-YEAR            PIC 9(04).
               10  TAU-MONTH           PIC 9(02).
               10  TAU-DAY             PIC 9(02).
           05  TAU-TIME.
               10  TAU-HOUR            PIC 9(02).
               10  TAU-MINUTE          PIC 9(02).
           05  TAU-OPERATOR-ID         PIC X(08).
           05  TAU-ACTION-CODE         PIC X(01).
           05  TAU-TERM-CODE           PIC X(06).
           05  TAU-BEFORE-IMAGE        PIC X(74).
           05  TAU-AFTER-IMAGE         PIC X(74).
