      *                      unit price - the 3-digit Result
      *                      overflowed constantly and cents were
      *                      impossible.
      *      2026-10-15  DF  Item code, sale date and the price
      *                      override fields appended.  The unit
      *                      price now comes from the item price
      *                      master (ITEMPRC); TXN-UNIT-PRICE is
      *                      only a price override, zero or blank
      *                      when none, and is honoured only with an
      *                      override reason and operator id.  A
      *                      zero or blank sale date is the
      *                      processing date.
      *      2026-10-15  DF  Customer number and order number
      *                      appended; the batch groups lines by
      *                      order and invoices the customer.
      ******************************************************************
       01  MULTIPLY-TRANSACTION.
           05  TXN-QUANTITY            PIC 9(05).
           05  TXN-UNIT-PRICE          PIC 9(05)V99.
           05  TXN-ITEM-CODE           PIC X(10).
           05  TXN-SALE-DATE           PIC 9(08).
           05  TXN-OVERRIDE-REASON     PIC X(04).
               88  TXN-OVERRIDE-REASON-VALID
                                       VALUE "DAMG" "MTCH" "MKDN"
                                             "MGR ".
           05  TXN-OVERRIDE-OPERATOR   PIC X(08).
           05  TXN-CUSTOMER-NO         PIC X(08).
           05  TXN-ORDER-NO            PIC X(08).
