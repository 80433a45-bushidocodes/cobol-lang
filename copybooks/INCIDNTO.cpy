      ******************************************************************
      *    COPYBOOK:    INCIDNTO
      *    PURPOSE:     INCIDENT record as it stood before the
      *                 license hash - carrying the full license
      *                 number.  Kept for the one-time LicenseConvert
      *                 migration, the same convention OPERMSTO
      *                 serves for the CredentialConvert cutover.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  OLD-INCIDENT-RECORD.
           05  OLD-INC-INCIDENT-NUMBER PIC 9(07).
           05  OLD-INC-STORE-NUMBER    PIC 9(03).
           05  OLD-INC-CLERK-ID        PIC X(08).
           05  OLD-INC-CHECK-DATE      PIC 9(08).
           05  OLD-INC-CHECK-TIME      PIC 9(04).
           05  OLD-INC-LICENSE-NO      PIC X(12).
           05  OLD-INC-INCIDENT-TYPE   PIC X(04).
           05  OLD-INC-NARRATIVE       PIC X(100).
           05  OLD-INC-POLICE-REPORT-NO PIC X(12).
           05  OLD-INC-STATUS-CODE     PIC X(01).
           05  OLD-INC-OPENED-DATE     PIC 9(08).
           05  OLD-INC-CLOSED-DATE     PIC 9(08).
           05  OLD-INC-LAST-UPDATED    PIC 9(08).
           05  OLD-INC-UPDATED-BY      PIC X(08).
