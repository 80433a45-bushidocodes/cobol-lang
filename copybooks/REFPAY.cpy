      ******************************************************************
      *    COPYBOOK:    REFPAY
      *    PURPOSE:     Refund payable record, keyed on StudentId,
      *                 invoice number and the date the refund was
      *                 issued - one per REFUND.DAT line, loaded by
      *                 RefundDisburse.  A refund waits at P until a
      *                 supervisor approves it (A); the disbursement
      *                 run then cuts the cheque and marks it I with
      *                 the cheque number.  A voided cheque puts the
      *                 refund back at A to be cut again; a
      *                 stale-dated one puts it back at P to be
      *                 approved afresh.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  REFUND-PAYABLE-RECORD.
           05  RFP-KEY.
               10  RFP-STUDENT-ID      PIC 9(07).
               10  RFP-INVOICE-NUMBER  PIC 9(07).
               10  RFP-ISSUED-DATE     PIC 9(08).
           05  RFP-COURSE-CODE         PIC X(04).
           05  RFP-REFUND-AMOUNT       PIC 9(05)V99.
           05  RFP-STATUS-CODE         PIC X(01).
               88  RFP-STATUS-PENDING  VALUE 'P'.
               88  RFP-STATUS-APPROVED VALUE 'A'.
               88  RFP-STATUS-ISSUED   VALUE 'I'.
           05  RFP-APPROVED-BY         PIC X(08).
           05  RFP-APPROVED-DATE       PIC 9(08).
           05  RFP-CHECK-NO            PIC 9(08).
           05  RFP-CHECKS-CUT          PIC 9(02).
