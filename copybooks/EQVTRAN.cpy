      ******************************************************************
      *    COPYBOOK:    EQVTRAN
      *    PURPOSE:     Transfer equivalency maintenance transaction -
      *                 add, change or delete an EQUIVALENCY record,
      *                 in the RMMTRAN style.  Blank fields on a
      *                 CHANGE leave the field as it stands.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  EQUIV-MAINT-TRANSACTION.
           05  EQT-ACTION-CODE         PIC X(01).
               88  EQT-ADD             VALUE 'A'.
               88  EQT-CHANGE          VALUE 'C'.
               88  EQT-DELETE          VALUE 'D'.
               88  EQT-ACTION-VALID    VALUE 'A' 'C' 'D'.
           05  EQT-KEY.
               10  EQT-INSTITUTION     PIC X(06).
               10  EQT-EXTERNAL-COURSE PIC X(08).
           05  EQT-COURSE-CODE         PIC X(04).
           05  EQT-EXTERNAL-TITLE      PIC X(20).
           05  EQT-MIN-GRADE           PIC X(02).
