      ******************************************************************
      *    COPYBOOK:    STUMASTD
      *    PURPOSE:     STUDENT-MASTER record as it stood before the
      *                 directory-privacy cutover - the standing
      *                 layout without STU-PRIVACY-BLOCK and its
      *                 date.  Kept for the one-time PrivacyConvert
      *                 migration, the same convention STUMASTP
      *                 serves for StandingConvert.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  PRIOR-STUDENT-MASTER-RECORD.
           05  PRV-STU-ID              PIC 9(07).
           05  PRV-STU-NAME.
               10  PRV-STU-SURNAME     PIC X(20).
               10  PRV-STU-GIVEN-NAME  PIC X(15).
               10  PRV-STU-INITIALS    PIC XX.
           05  PRV-STU-COURSE-CODE     PIC X(04).
           05  PRV-STU-GENDER          PIC X(01).
           05  PRV-STU-DATE-OF-BIRTH   PIC 9(08).
           05  PRV-STU-ENTRY-DATE      PIC 9(08).
           05  PRV-STU-TERM-CODE       PIC X(06).
           05  PRV-STU-STATUS-CODE     PIC X(01).
           05  PRV-STU-STATUS-DATE     PIC 9(08).
           05  PRV-STU-FEED-STATUS     PIC X(01).
           05  PRV-STU-STANDING-CODE   PIC X(01).
