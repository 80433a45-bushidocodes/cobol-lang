      ******************************************************************
      *    COPYBOOK:    ITEMPRC
      *    PURPOSE:     Item price master, effective-dated in the
      *                 AGERULE / HOURRULE style: the key is item
      *                 code plus effective-from, with an optional
      *                 effective-to (zero = open-ended).  The price
      *                 for a sale is the row with the latest
      *                 effective-from on or before the sale date; a
      *                 price change is staged by loading a
      *                 future-dated row.  The unit of measure is the
      *                 unit the price is quoted per (EA, KG, CASE).
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  ITEM-PRICE-RECORD.
           05  IPR-PRICE-KEY.
               10  IPR-ITEM-CODE       PIC X(10).
               10  IPR-EFFECTIVE-FROM  PIC 9(08).
           05  IPR-EFFECTIVE-TO        PIC 9(08).
           05  IPR-UNIT-PRICE          PIC 9(05)V99.
           05  IPR-UNIT-OF-MEASURE     PIC X(04).
           05  IPR-DESCRIPTION         PIC X(20).
