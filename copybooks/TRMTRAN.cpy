      ******************************************************************
      *    COPYBOOK:    TRMTRAN
      *    PURPOSE:     Term calendar maintenance transaction - add,
      *                 change or delete a TERM-MASTER record, in the
      *                 RMMTRAN style.  Dates are YYYYMMDD.  Blank
      *                 fields on a CHANGE leave the field as it
      *                 stands; an ADD must carry every date.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  TERM-MAINT-TRANSACTION.
           05  TMT-ACTION-CODE         PIC X(01).
               88  TMT-ADD             VALUE 'A'.
               88  TMT-CHANGE          VALUE 'C'.
               88  TMT-DELETE          VALUE 'D'.
               88  TMT-ACTION-VALID    VALUE 'A' 'C' 'D'.
           05  TMT-TERM-CODE           PIC X(06).
           05  TMT-DESCRIPTION         PIC X(20).
           05  TMT-START-DATE          PIC X(08).
           05  TMT-END-DATE            PIC X(08).
           05  TMT-CENSUS-DATE         PIC X(08).
           05  TMT-LAST-ADD-DATE       PIC X(08).
           05  TMT-LAST-DROP-DATE      PIC X(08).
           05  TMT-LAST-WITHDRAW-DATE  PIC X(08).
