      ******************************************************************
      *    COPYBOOK:    DSCLWS
      *    PURPOSE:     Work fields for the shared disclosure-log
      *                 paragraph.  Caller moves its program id and
      *                 operator to WS-DSC-PROGRAM-ID and
      *                 WS-DSC-OPERATOR-ID once, then per release
      *                 fills student, recipient, category and
      *                 reference and PERFORMs 9750-LOG-DISCLOSURE.
      *                 The log opens itself on first use and
      *                 closes through 9780 at end of job.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-DISCLOSURE-LOG-WORK.
           05  WS-DISCLOSURE-STATUS    PIC X(02).
               88  WS-DISCLOSURE-NOTFOUND VALUE "35".
           05  WS-DSC-PROGRAM-ID       PIC X(12).
           05  WS-DSC-OPERATOR-ID      PIC X(08).
           05  WS-DSC-STUDENT-ID       PIC 9(07).
           05  WS-DSC-RECIPIENT        PIC X(20).
           05  WS-DSC-CATEGORY         PIC X(04).
           05  WS-DSC-REFERENCE        PIC X(15).
           05  WS-DSC-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-DSC-FILE-OPEN    VALUE 'Y'.
           05  WS-DSC-STAMP-TIME       PIC 9(08).
           05  WS-DSC-ENTRIES-LOGGED   PIC 9(07) VALUE ZERO.
