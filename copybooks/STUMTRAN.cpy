      *                      fields on a CHANGE leave the student's
      *                      address record as it stands, the same
      *                      convention the name fields follow.
      *      2026-10-15  DF  Advising fields appended - the advisor
      *                      (an INSTRUCTOR-MASTER id) and the
      *                      advising hold, Y to set, N to clear.
      *                      Blank leaves the student's advising
      *                      record as it stands.
      *      2026-10-15  DF  Directory-information privacy block
      *                      appended - Y to block, N to release,
      *                      blank leaves it as it stands.  A zero
      *                      effective date means the processing
      *                      date.
      ******************************************************************
       01  MAINTENANCE-TRANSACTION.
           05  MNT-ACTION-CODE         PIC X(01).
               10  MNT-STATE           PIC X(02).
               10  MNT-ZIP             PIC X(05).
               10  MNT-PHONE           PIC X(10).
           05  MNT-ADVISING.
               10  MNT-ADVISOR-ID      PIC X(06).
               10  MNT-ADVISING-HOLD   PIC X(01).
                   88  MNT-HOLD-SET    VALUE 'Y'.
                   88  MNT-HOLD-CLEAR  VALUE 'N'.
           05  MNT-PRIVACY.
               10  MNT-PRIVACY-BLOCK   PIC X(01).
                   88  MNT-PRIVACY-SET VALUE 'Y'.
                   88  MNT-PRIVACY-CLEAR VALUE 'N'.
               10  MNT-PRIVACY-DATE    PIC 9(08).
