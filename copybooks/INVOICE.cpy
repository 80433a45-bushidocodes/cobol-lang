      *      2026-09-02  DF  New status R (refunded) - set by the
      *                      withdrawal refund run once the money on
      *                      the invoice has been returned.
      *      2026-10-15  DF  New statuses C (placed with the
      *                      collection agency, set by
      *                      CollectPlacement - dunning and late
      *                      fees stop) and W (written off as bad
      *                      debt by WriteOff, billed reduced to
      *                      paid).
      ******************************************************************
       01  INVOICE-RECORD.
           05  INV-KEY.
               88  INV-STATUS-OPEN     VALUE 'O'.
               88  INV-STATUS-PAID     VALUE 'P'.
               88  INV-STATUS-REFUNDED VALUE 'R'.
               88  INV-STATUS-PLACED   VALUE 'C'.
               88  INV-STATUS-WRITTEN-OFF VALUE 'W'.
