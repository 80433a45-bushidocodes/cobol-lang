      *                      probation).  The prior layout is kept in
      *                      STUMASTP for the one-time
      *                      StandingConvert migration.
      *      2026-10-15  DF  STU-PRIVACY-BLOCK and its effective date
      *                      appended - a student who has opted out
      *                      of directory information is withheld
      *                      from every list, feed and inquiry that
      *                      leaves the office from that date on.
      *                      The prior layout is kept in STUMASTD for
      *                      the one-time PrivacyConvert migration.
      ******************************************************************
       01  STUDENT-MASTER-RECORD.
           05  STU-ID                  PIC 9(07).
               88  STU-STANDING-GOOD   VALUE ' '.
               88  STU-STANDING-PROBATION VALUE 'P'.
               88  STU-STANDING-SUSPENDED VALUE 'S'.
           05  STU-PRIVACY-BLOCK       PIC X(01).
               88  STU-PRIVACY-BLOCKED VALUE 'Y'.
               88  STU-PRIVACY-OPEN    VALUE 'N' ' '.
           05  STU-PRIVACY-DATE        PIC 9(08).
