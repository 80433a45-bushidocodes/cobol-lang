      *                      entry program, so a paper receipt can be
      *                      traced to its payment and the drawer
      *                      balanced by session.
      *      2026-10-15  DF  Type U - cash released from the
      *                      unapplied-cash suspense file by
      *                      SuspenseMaint; the receipt number then
      *                      carries the suspense number.
      ******************************************************************
       01  PAYMENT-TRANSACTION.
           05  PAY-STUDENT-ID          PIC 9(07).
               10  PAY-RECEIVED-DAY    PIC 9(02).
           05  PAY-TXN-TYPE            PIC X(01).
               88  PAY-REVERSAL        VALUE 'R'.
               88  PAY-FROM-SUSPENSE   VALUE 'U'.
           05  PAY-CASHIER-ID          PIC X(08).
           05  PAY-RECEIPT-NO          PIC 9(07).
