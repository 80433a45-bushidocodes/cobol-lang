      ******************************************************************
      *    COPYBOOK:    INSTMSTO
      *    PURPOSE:     INSTRUCTOR-MASTER record as it stood before
      *                 the pay-terms cutover - id, name, department
      *                 and active flag only.  Kept for the one-time
      *                 InstructorConvert migration, the same
      *                 convention OPERMSTO serves for the
      *                 CredentialConvert cutover.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  OLD-INSTRUCTOR-MASTER-RECORD.
           05  OLD-INS-ID              PIC X(06).
           05  OLD-INS-SURNAME         PIC X(20).
           05  OLD-INS-GIVEN-NAME      PIC X(15).
           05  OLD-INS-DEPARTMENT      PIC X(04).
           05  OLD-INS-ACTIVE-FLAG     PIC X(01).
