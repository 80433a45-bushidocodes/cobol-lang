      ******************************************************************
      *    COPYBOOK:    DIPREG
      *    PURPOSE:     Diploma register - one line per diploma
      *                 printed, original or reprint, with the honors
      *                 and cumulative GPA it carried, the operator
      *                 who ran it and, for a reprint, the reason.
      *                 Appended by Commencement.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  DIPLOMA-REGISTER-RECORD.
           05  DRG-STUDENT-ID          PIC 9(07).
           05  DRG-PRINTED-DATE        PIC 9(08).
           05  DRG-PRINT-TYPE          PIC X(01).
               88  DRG-ORIGINAL        VALUE 'O'.
               88  DRG-REPRINT         VALUE 'R'.
           05  DRG-PROGRAM-CODE        PIC X(04).
           05  DRG-HONORS-CODE         PIC X(01).
           05  DRG-CUM-GPA             PIC 9(01)V99.
           05  DRG-OPERATOR-ID         PIC X(08).
           05  DRG-REASON              PIC X(30).
