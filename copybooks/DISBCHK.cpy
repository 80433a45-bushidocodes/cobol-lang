      ******************************************************************
      *    COPYBOOK:    DISBCHK
      *    PURPOSE:     Refund cheque issued, keyed on the cheque
      *                 number - one per cheque RefundDisburse cuts.
      *                 A cheque is outstanding (O) until the bank's
      *                 cleared-items file shows it paid (C, with
      *                 what the bank paid and when), or until it is
      *                 voided (V) or stale-dated (S), which also
      *                 reopens its refund.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  DISBURSEMENT-CHECK-RECORD.
           05  DCK-CHECK-NO            PIC 9(08).
           05  DCK-STATUS-CODE         PIC X(01).
               88  DCK-OUTSTANDING     VALUE 'O'.
               88  DCK-CLEARED         VALUE 'C'.
               88  DCK-VOIDED          VALUE 'V'.
               88  DCK-STALE-DATED     VALUE 'S'.
           05  DCK-ISSUE-DATE          PIC 9(08).
           05  DCK-AMOUNT              PIC 9(05)V99.
           05  DCK-REFUND-KEY.
               10  DCK-STUDENT-ID      PIC 9(07).
               10  DCK-INVOICE-NUMBER  PIC 9(07).
               10  DCK-ISSUED-DATE     PIC 9(08).
           05  DCK-PAYEE-NAME          PIC X(30).
           05  DCK-CLEARED-DATE        PIC 9(08).
           05  DCK-CLEARED-AMOUNT      PIC 9(05)V99.
           05  DCK-CLOSED-DATE         PIC 9(08).
