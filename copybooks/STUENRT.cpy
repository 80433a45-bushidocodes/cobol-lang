      *                      template lives on in STUENRTO; the
      *                      intake still accepts it during the
      *                      cutover via STUDENT_ENROLL_FORMAT=O.
      *      2026-10-15  DF  ENR-SECTION-NO appended - the section
      *                      wanted for a course that runs in
      *                      sections; blank for one that does not.
      *      2026-10-15  DF  ENR-OVERRIDE-CODE appended - the
      *                      registrar's late-add override, keyed
      *                      when an add is allowed past the term's
      *                      last day to add.  Blank otherwise.
      ******************************************************************
       01  ENROLLMENT-TRANSACTION.
           05  ENR-STUDENT-ID          PIC 9(07).
               10  ENR-DOB-YEAR        PIC 9(04).
               10  ENR-DOB-MONTH       PIC 9(02).
               10  ENR-DOB-DAY         PIC 9(02).
           05  ENR-SECTION-NO          PIC X(02).
           05  ENR-OVERRIDE-CODE       PIC X(04).
