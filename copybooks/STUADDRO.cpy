      ******************************************************************
      *    COPYBOOK:    STUADDRO
      *    PURPOSE:     STUDENT-ADDRESS record as it stood before the
      *                 mail-status cutover - id, street, city, state,
      *                 zip and phone only.  Kept for the one-time
      *                 AddressConvert migration, the same convention
      *                 INSTMSTO serves for the InstructorConvert
      *                 cutover.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  OLD-STUDENT-ADDRESS-RECORD.
           05  OLD-ADR-STUDENT-ID      PIC 9(07).
           05  OLD-ADR-STREET          PIC X(20).
           05  OLD-ADR-CITY            PIC X(15).
           05  OLD-ADR-STATE           PIC X(02).
           05  OLD-ADR-ZIP             PIC X(05).
           05  OLD-ADR-PHONE           PIC X(10).
