      ******************************************************************
      *    COPYBOOK:    VERREQ
      *    PURPOSE:     Enrollment verification request, keyed on the
      *                 request number the entry program assigns, as
      *                 TRREQ is for transcripts.  One record per
      *                 letter printed - who asked, for which
      *                 student, and the status certified, so a
      *                 lender's "what did you tell us" is answerable
      *                 from the file.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  VERIFICATION-REQUEST-RECORD.
           05  VRQ-REQUEST-NUMBER      PIC 9(07).
           05  VRQ-STUDENT-ID          PIC 9(07).
           05  VRQ-REQUESTED-DATE      PIC 9(08).
           05  VRQ-REQUESTED-BY        PIC X(30).
           05  VRQ-TERM-CODE           PIC X(06).
           05  VRQ-STATUS-CODE         PIC X(01).
           05  VRQ-CREDIT-HOURS        PIC 9(03)V9.
           05  VRQ-EFFECTIVE-DATE      PIC 9(08).
