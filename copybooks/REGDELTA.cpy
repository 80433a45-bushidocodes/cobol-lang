      *    MODIFICATION HISTORY:
      *      2026-08-22  DF  Wide-name detail layout (surname X(20),
      *                      given name X(15)).
      *      2026-10-15  DF  DLT-D-PRIVACY-FLAG taken from the detail
      *                      FILLER - C marks a student under a
      *                      directory-information block, whose name
      *                      goes as CONFIDENTIAL.
      ******************************************************************
       01  DELTA-HEADER-RECORD.
           05  DLT-H-RECORD-TYPE       PIC X(01).
           05  DLT-D-GIVEN-NAME        PIC X(15).
           05  DLT-D-INITIALS          PIC X(02).
           05  DLT-D-COURSE-CODE       PIC X(04).
           05  DLT-D-PRIVACY-FLAG      PIC X(01).
               88  DLT-D-CONFIDENTIAL  VALUE 'C'.
           05  FILLER                  PIC X(09).

       01  DELTA-TRAILER-RECORD.
           05  DLT-T-RECORD-TYPE       PIC X(01).
