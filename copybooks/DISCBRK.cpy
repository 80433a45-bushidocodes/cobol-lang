      ******************************************************************
      *    COPYBOOK:    DISCBRK
      *    PURPOSE:     Quantity-break discount row.  A row applies
      *                 to a line when the line's quantity is at
      *                 least the break quantity and the row's item
      *                 code and customer class each match the line
      *                 or are left blank (any).  Of the rows that
      *                 apply, the largest discount is given.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  DISCOUNT-BREAK-RECORD.
           05  DBK-ITEM-CODE           PIC X(10).
           05  DBK-CUSTOMER-CLASS      PIC X(02).
           05  DBK-MIN-QUANTITY        PIC 9(05).
           05  DBK-DISCOUNT-PCT        PIC 9(02)V99.
