      ******************************************************************
      *    COPYBOOK:    ACCTLWS
      *    PURPOSE:     Work fields for the shared account-ledger
      *                 paragraph.  Caller moves its program id to
      *                 WS-ACL-PROGRAM-ID once, then per money event
      *                 fills student, type, course, amount and
      *                 reference and PERFORMs 9900-POST-ACCOUNT-
      *                 LEDGER.  The ledger opens itself on first
      *                 use and closes through 9930 at end of job.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-ACCOUNT-LEDGER-WORK.
           05  WS-ACCT-LEDGER-STATUS   PIC X(02).
           05  WS-ACL-PROGRAM-ID       PIC X(12).
           05  WS-ACL-STUDENT-ID       PIC 9(07).
           05  WS-ACL-TXN-TYPE         PIC X(04).
           05  WS-ACL-COURSE-CODE      PIC X(04).
           05  WS-ACL-AMOUNT           PIC 9(05)V99.
           05  WS-ACL-REFERENCE        PIC X(08).
           05  WS-ACL-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-ACL-FILE-OPEN    VALUE 'Y'.
