      *                 the name of that store's transaction file.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-08-22
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Superseded by the store master
      *                      (STORMAST); now read only by
      *                      StoreConvert.
      ******************************************************************
       01  STORE-LIST-RECORD.
           05  STL-STORE-NUMBER        PIC 9(03).
