      ******************************************************************
      *    COPYBOOK:    EQVMAST
      *    PURPOSE:     Transfer equivalency record layout.  Keyed on
      *                 the sending institution plus its own course
      *                 number, one record per external course the
      *                 registrar has evaluated, giving the CRS-CODE
      *                 it is accepted as here.  EQV-MIN-GRADE is the
      *                 lowest external grade that earns the credit,
      *                 in the letter-plus-sign form GRADHIST
      *                 carries; spaces mean C.  Maintained by
      *                 EquivMaintenance, read by TransferPost.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  EQUIVALENCY-RECORD.
           05  EQV-KEY.
               10  EQV-INSTITUTION     PIC X(06).
               10  EQV-EXTERNAL-COURSE PIC X(08).
           05  EQV-COURSE-CODE         PIC X(04).
           05  EQV-EXTERNAL-TITLE      PIC X(20).
           05  EQV-MIN-GRADE           PIC X(02).
