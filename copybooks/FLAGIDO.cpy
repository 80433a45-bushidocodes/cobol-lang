      ******************************************************************
      *    COPYBOOK:    FLAGIDO
      *    PURPOSE:     FLAGGED-ID record as it stood before the
      *                 license hash - keyed on the full license
      *                 number.  Kept for the one-time LicenseConvert
      *                 migration, the same convention OPERMSTO
      *                 serves for the CredentialConvert cutover.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  OLD-FLAGGED-ID-RECORD.
           05  OLD-FLG-LICENSE-NO      PIC X(12).
           05  OLD-FLG-FLAGGED-DATE    PIC 9(08).
           05  OLD-FLG-REASON          PIC X(10).
           05  OLD-FLG-SUPERVISOR-ID   PIC X(08).
