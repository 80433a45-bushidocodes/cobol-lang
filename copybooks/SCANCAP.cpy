      *                 AGE-CHECK-TRANSACTION.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-08-22
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  The decision and reason AgeDecide gave
      *                      at the register appended; blank from a
      *                      register that does not call it.
      ******************************************************************
       01  SCAN-CAPTURE-RECORD.
           05  SCN-STORE-NUMBER        PIC 9(03).
           05  SCN-TXN-DATE            PIC 9(08).
           05  SCN-TXN-TIME            PIC 9(04).
           05  SCN-RAW-STRIPE          PIC X(60).
           05  SCN-REGISTER-DECISION   PIC X(01).
           05  SCN-REGISTER-REASON     PIC X(10).
