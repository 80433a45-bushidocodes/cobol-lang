      ******************************************************************
      *    COPYBOOK:    RMMTRAN
      *    PURPOSE:     Room maintenance transaction - add, change,
      *                 or deactivate a ROOM-MASTER record, in the
      *                 INSMTRAN style.  Blank or non-numeric fields
      *                 on a CHANGE leave the field as it stands; a
      *                 feature flag is keyed Y or N.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  ROOM-MAINT-TRANSACTION.
           05  RMT-ACTION-CODE         PIC X(01).
               88  RMT-ADD             VALUE 'A'.
               88  RMT-CHANGE          VALUE 'C'.
               88  RMT-DEACTIVATE      VALUE 'D'.
               88  RMT-ACTION-VALID    VALUE 'A' 'C' 'D'.
           05  RMT-KEY.
               10  RMT-BUILDING        PIC X(04).
               10  RMT-ROOM-NO         PIC X(05).
           05  RMT-CAPACITY            PIC X(03).
           05  RMT-LAB-FLAG            PIC X(01).
           05  RMT-PROJECTOR-FLAG      PIC X(01).
           05  RMT-COMPUTER-FLAG       PIC X(01).
