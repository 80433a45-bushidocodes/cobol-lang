      *                 every change.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-09-02
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Keyed on the one-way license hash
      *                      (LICPRPA) instead of the number itself,
      *                      which is kept only in masked form.  The
      *                      supervisor still keys the number; the
      *                      lookups hash it first.
      ******************************************************************
       01  FLAGGED-ID-RECORD.
           05  FLG-LICENSE-HASH        PIC 9(18).
           05  FLG-LICENSE-MASKED      PIC X(12).
           05  FLG-FLAGGED-DATE        PIC 9(08).
           05  FLG-REASON              PIC X(10).
           05  FLG-SUPERVISOR-ID       PIC X(08).
