      *    MODIFICATION HISTORY:
      *      2026-08-22  DF  Widened REG-SURNAME and added
      *                      REG-GIVEN-NAME for the wide-name layout.
      *      2026-10-15  DF  REG-PRIVACY-FLAG appended - C marks a
      *                      student under a directory-information
      *                      block, whose name goes as CONFIDENTIAL.
      ******************************************************************
       01  REGISTRAR-FEED-RECORD.
           05  REG-STUDENT-ID          PIC 9(07).
           05  REG-GIVEN-NAME          PIC X(15).
           05  REG-INITIALS            PIC X(02).
           05  REG-COURSE-CODE         PIC X(04).
           05  REG-PRIVACY-FLAG        PIC X(01).
               88  REG-CONFIDENTIAL    VALUE 'C'.
