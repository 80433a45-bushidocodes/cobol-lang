      *                 program that produces correspondence.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-09-02
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Mail status appended.  ReturnedMail sets
      *                      'B' with the return date and the
      *                      document that bounced; every program
      *                      that mails skips a 'B' address and raises
      *                      an exception instead, and keying a new
      *                      street/city/state/zip clears the flag.
      *      2026-10-15  DF  The prior layout is kept in STUADDRO;
      *                      the one-time AddressConvert migration
      *                      must run before the programs built on
      *                      the new layout are installed.
      ******************************************************************
       01  STUDENT-ADDRESS-RECORD.
           05  ADR-STUDENT-ID          PIC 9(07).
           05  ADR-STATE               PIC X(02).
           05  ADR-ZIP                 PIC X(05).
           05  ADR-PHONE               PIC X(10).
           05  ADR-MAIL-STATUS         PIC X(01).
               88  ADR-MAIL-OK             VALUE ' '.
               88  ADR-MAIL-RETURNED       VALUE 'B'.
           05  ADR-RETURN-DATE         PIC 9(08).
           05  ADR-RETURN-DOCUMENT     PIC X(04).
