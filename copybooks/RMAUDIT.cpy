      ******************************************************************
      *    COPYBOOK:    RMAUDIT
      *    PURPOSE:     Before/after image audit trail record written
      *                 by the room maintenance program for every
      *                 add / change / deactivate applied to
      *                 ROOM-MASTER - the same discipline the course
      *                 and instructor maintenance keep.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  ROOM-AUDIT-RECORD.
           05  RAU-DATE.
               10  RAU-YEAR            PIC 9(04).
               10  RAU-MONTH           PIC 9(02).
               10  RAU-DAY             PIC 9(02).
           05  RAU-TIME.
               10  RAU-HOUR            PIC 9(02).
               10  RAU-MINUTE          PIC 9(02).
           05  RAU-OPERATOR-ID         PIC X(08).
           05  RAU-ACTION-CODE         PIC X(01).
           05  RAU-ROOM-KEY            PIC X(09).
           05  RAU-BEFORE-IMAGE        PIC X(20).
           05  RAU-AFTER-IMAGE         PIC X(20).
