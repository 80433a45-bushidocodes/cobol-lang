      ******************************************************************
      *    COPYBOOK:    EQVAUDIT
      *    PURPOSE:     Before/after image audit trail record written
      *                 by the transfer equivalency maintenance
      *                 program for every add / change / delete - the
      *                 same discipline the room and term maintenance
      *                 keep.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  EQUIV-AUDIT-RECORD.
           05  EAU-DATE.
               10  EAU-YEAR            PIC 9(04).
               10  EAU-MONTH           PIC 9(02).
               10  EAU-DAY             PIC 9(02).
           05  EAU-TIME.
               10  EAU-HOUR            PIC 9(02).
               10  EAU-MINUTE          PIC 9(02).
           05  EAU-OPERATOR-ID         PIC X(08).
           05  EAU-ACTION-CODE         PIC X(01).
           05  EAU-KEY                 PIC X(14).
           05  EAU-BEFORE-IMAGE        PIC X(40).
           05  EAU-AFTER-IMAGE         PIC X(40).
