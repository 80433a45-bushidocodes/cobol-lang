      ******************************************************************
      *    COPYBOOK:    ENRSRPT
      *    PURPOSE:     Enrollment reporting file layouts - the term
      *                 enrollment status of each student, sent to
      *                 the loan servicers and the verification
      *                 clearinghouse.  Fixed 80-byte records: a
      *                 header carrying the term and the date of the
      *                 previous submission, one detail per student,
      *                 and a trailer with the detail count, a hash
      *                 total of StudentIds and the number of details
      *                 whose status changed since the previous
      *                 submission.  Status codes as in ENRSTWS.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  ENROLL-REPORT-HEADER.
           05  ESR-H-RECORD-TYPE       PIC X(01).
               88  ESR-IS-HEADER       VALUE 'H'.
           05  ESR-H-RUN-DATE          PIC 9(08).
           05  ESR-H-TERM-CODE         PIC X(06).
           05  ESR-H-TERM-START        PIC 9(08).
           05  ESR-H-TERM-END          PIC 9(08).
           05  ESR-H-PRIOR-SUBMIT-DATE PIC 9(08).
           05  FILLER                  PIC X(41).

       01  ENROLL-REPORT-DETAIL.
           05  ESR-D-RECORD-TYPE       PIC X(01).
               88  ESR-IS-DETAIL       VALUE 'D'.
           05  ESR-D-STUDENT-ID        PIC 9(07).
           05  ESR-D-SURNAME           PIC X(20).
           05  ESR-D-GIVEN-NAME        PIC X(15).
           05  ESR-D-INITIALS          PIC X(02).
           05  ESR-D-DATE-OF-BIRTH     PIC 9(08).
           05  ESR-D-STATUS-CODE       PIC X(01).
           05  ESR-D-CREDIT-HOURS      PIC 9(03)V9.
           05  ESR-D-EFFECTIVE-DATE    PIC 9(08).
           05  ESR-D-CHANGE-FLAG       PIC X(01).
               88  ESR-D-CHANGED       VALUE 'C'.
               88  ESR-D-UNCHANGED     VALUE ' '.
           05  ESR-D-TERM-CODE         PIC X(06).
           05  FILLER                  PIC X(07).

       01  ENROLL-REPORT-TRAILER.
           05  ESR-T-RECORD-TYPE       PIC X(01).
               88  ESR-IS-TRAILER      VALUE 'T'.
           05  ESR-T-RECORD-COUNT      PIC 9(07).
           05  ESR-T-ID-HASH-TOTAL     PIC 9(12).
           05  ESR-T-CHANGE-COUNT      PIC 9(07).
           05  FILLER                  PIC X(53).
