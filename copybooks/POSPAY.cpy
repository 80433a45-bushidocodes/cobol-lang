      ******************************************************************
      *    COPYBOOK:    POSPAY
      *    PURPOSE:     Bank positive-pay issue file layouts, in the
      *                 GLJRNL style - a header naming the account
      *                 and the file date, one detail per cheque
      *                 issued (I) or voided (V) that day, and a
      *                 trailer with the count and the issue and
      *                 void totals, all 80 bytes.  The bank pays only
      *                 a cheque that matches an issue record by
      *                 number and amount.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  POSPAY-HEADER-RECORD.
           05  PPY-H-RECORD-TYPE       PIC X(01).
               88  PPY-IS-HEADER       VALUE 'H'.
           05  PPY-H-BANK-ACCOUNT      PIC X(12).
           05  PPY-H-FILE-DATE         PIC 9(08).
           05  FILLER                  PIC X(59).

       01  POSPAY-DETAIL-RECORD.
           05  PPY-D-RECORD-TYPE       PIC X(01).
               88  PPY-IS-DETAIL       VALUE 'D'.
           05  PPY-D-BANK-ACCOUNT      PIC X(12).
           05  PPY-D-CHECK-NO          PIC 9(08).
           05  PPY-D-ISSUE-DATE        PIC 9(08).
           05  PPY-D-AMOUNT            PIC 9(08)V99.
           05  PPY-D-ISSUE-VOID        PIC X(01).
               88  PPY-D-ISSUE         VALUE 'I'.
               88  PPY-D-VOID          VALUE 'V'.
           05  PPY-D-PAYEE-NAME        PIC X(30).
           05  FILLER                  PIC X(10).

       01  POSPAY-TRAILER-RECORD.
           05  PPY-T-RECORD-TYPE       PIC X(01).
               88  PPY-IS-TRAILER      VALUE 'T'.
           05  PPY-T-RECORD-COUNT      PIC 9(07).
           05  PPY-T-ISSUE-TOTAL       PIC 9(09)V99.
           05  PPY-T-VOID-TOTAL        PIC 9(09)V99.
           05  FILLER                  PIC X(50).
