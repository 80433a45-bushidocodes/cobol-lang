      ******************************************************************
      *    COPYBOOK:    FISCHIST
      *    PURPOSE:     Fiscal history record - what FiscalClose moves
      *                 off the live student finance files when a
      *                 year is closed: paid and refunded invoices
      *                 (type I), and the closed year's payments (P),
      *                 cashier receipts (C) and money controls (M).
      *                 The live record is kept whole in FHR-IMAGE.
      *                 One FISCHIST.ARCH.YYYYMMDD generation per
      *                 fiscal year, named for the year-end date, so
      *                 ArchiveInquiry searches it like any other
      *                 .ARCH file: date column 1, StudentId at
      *                 column 9 length 7 (money source at column 9
      *                 length 8 on a type M row).
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  FISCAL-HISTORY-RECORD.
           05  FHR-ACTIVITY-DATE       PIC 9(08).
           05  FHR-HISTORY-KEY         PIC X(11).
           05  FHR-INVOICE-KEY REDEFINES FHR-HISTORY-KEY.
               10  FHR-STUDENT-ID      PIC 9(07).
               10  FHR-COURSE-CODE     PIC X(04).
           05  FHR-RECORD-TYPE         PIC X(01).
               88  FHR-INVOICE         VALUE 'I'.
               88  FHR-PAYMENT         VALUE 'P'.
               88  FHR-RECEIPT         VALUE 'C'.
               88  FHR-MONEY-CONTROL   VALUE 'M'.
           05  FHR-FISCAL-YEAR         PIC 9(04).
           05  FHR-IMAGE               PIC X(60).
