      ******************************************************************
      *    COPYBOOK:    XFRTXN
      *    PURPOSE:     Transfer credit transaction, one per external
      *                 course a student brings in - the sending
      *                 institution and its course number (looked up
      *                 on the equivalency table), the term it was
      *                 taken and the grade earned there.  Loaded by
      *                 TransferPost onto the grade history file.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  TRANSFER-TRANSACTION.
           05  XFR-STUDENT-ID          PIC 9(07).
           05  XFR-INSTITUTION         PIC X(06).
           05  XFR-EXTERNAL-COURSE     PIC X(08).
           05  XFR-TERM-CODE           PIC X(06).
           05  XFR-EXTERNAL-GRADE      PIC X(02).
