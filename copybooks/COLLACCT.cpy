      ******************************************************************
      *    COPYBOOK:    COLLACCT
      *    PURPOSE:     Collection account - one record per invoice
      *                 placed with the outside collection agency or
      *                 written off as bad debt, keyed like the
      *                 invoice.  CollectPlacement writes it when the
      *                 invoice is placed, AgencyRemit adds each
      *                 recovery the agency reports (gross, with its
      *                 commission), and WriteOff records the amount
      *                 written off.  P placed, W written off with
      *                 money still unrecovered - the student stays
      *                 on financial hold - and S settled, either the
      *                 placed invoice paid in full or the write-off
      *                 recovered in full.  A write-off not preceded
      *                 by a placement carries a zero placed date
      *                 and amount.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  COLLECTION-ACCOUNT-RECORD.
           05  CLA-KEY.
               10  CLA-STUDENT-ID      PIC 9(07).
               10  CLA-COURSE-CODE     PIC X(04).
           05  CLA-INVOICE-NUMBER      PIC 9(07).
           05  CLA-STATUS-CODE         PIC X(01).
               88  CLA-STATUS-PLACED   VALUE 'P'.
               88  CLA-STATUS-WRITTEN-OFF VALUE 'W'.
               88  CLA-STATUS-SETTLED  VALUE 'S'.
           05  CLA-PLACED-DATE         PIC 9(08).
           05  CLA-PLACED-AMOUNT       PIC 9(05)V99.
           05  CLA-RECOVERED-GROSS     PIC 9(05)V99.
           05  CLA-COMMISSION-TOTAL    PIC 9(05)V99.
           05  CLA-WRITTEN-OFF-DATE    PIC 9(08).
           05  CLA-WRITTEN-OFF-AMOUNT  PIC 9(05)V99.
           05  CLA-WO-RECOVERED        PIC 9(05)V99.
           05  CLA-WRITE-OFF-REASON    PIC X(30).
           05  CLA-WRITE-OFF-OPERATOR  PIC X(08).
