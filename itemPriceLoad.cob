      ******************************************************************
      *    PROGRAM-ID: ItemPriceLoad
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Front Store - Point of Sale Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Builds/refreshes the item price master from
      *                  a sequential extract, in the HoursRuleLoad
      *                  style - effective-dated prices per item, so
      *                  a price change is staged by loading a
      *                  future-dated row, never by editing the
      *                  transactions.  Rows with no item code or a
      *                  price that is not numeric are rejected and
      *                  counted.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ItemPriceLoad.
       AUTHOR.        D. Falk.
       INSTALLATION.  Front Store - Point of Sale Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-EXTRACT-FILE ASSIGN TO "ITEMPRCS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ITEM-PRICE-FILE ASSIGN TO "ITEMPRC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPR-PRICE-KEY OF ITEM-PRICE-RECORD
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ITEMPRC
           REPLACING ==ITEM-PRICE-RECORD== BY
                     ==PRICE-EXTRACT-RECORD==.

       FD  ITEM-PRICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ITEMPRC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC X(02).
           88  WS-STATUS-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.

       01  WS-PRICES-LOADED         PIC 9(05) VALUE ZERO.
       01  WS-PRICES-REJECTED       PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-PRICE THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PRICE-EXTRACT-FILE
           OPEN OUTPUT ITEM-PRICE-FILE
           DISPLAY "ItemPriceLoad - refreshing the item price master"
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-LOAD-PRICE.
           IF IPR-ITEM-CODE OF PRICE-EXTRACT-RECORD = SPACES
                   OR IPR-UNIT-PRICE OF PRICE-EXTRACT-RECORD
                       NOT NUMERIC
               ADD 1 TO WS-PRICES-REJECTED
               DISPLAY "Rejected - no item code or bad price: "
                   PRICE-EXTRACT-RECORD
               GO TO 2000-NEXT
           END-IF
           MOVE IPR-ITEM-CODE OF PRICE-EXTRACT-RECORD
               TO IPR-ITEM-CODE OF ITEM-PRICE-RECORD
           IF IPR-EFFECTIVE-FROM OF PRICE-EXTRACT-RECORD NUMERIC
               MOVE IPR-EFFECTIVE-FROM OF PRICE-EXTRACT-RECORD
                   TO IPR-EFFECTIVE-FROM OF ITEM-PRICE-RECORD
           ELSE
               MOVE ZERO TO IPR-EFFECTIVE-FROM OF ITEM-PRICE-RECORD
           END-IF
           IF IPR-EFFECTIVE-TO OF PRICE-EXTRACT-RECORD NUMERIC
               MOVE IPR-EFFECTIVE-TO OF PRICE-EXTRACT-RECORD
                   TO IPR-EFFECTIVE-TO OF ITEM-PRICE-RECORD
           ELSE
               MOVE ZERO TO IPR-EFFECTIVE-TO OF ITEM-PRICE-RECORD
           END-IF
           MOVE IPR-UNIT-PRICE OF PRICE-EXTRACT-RECORD
               TO IPR-UNIT-PRICE OF ITEM-PRICE-RECORD
           MOVE IPR-UNIT-OF-MEASURE OF PRICE-EXTRACT-RECORD
               TO IPR-UNIT-OF-MEASURE OF ITEM-PRICE-RECORD
           IF IPR-UNIT-OF-MEASURE OF ITEM-PRICE-RECORD = SPACES
               MOVE "EA" TO IPR-UNIT-OF-MEASURE OF ITEM-PRICE-RECORD
           END-IF
           MOVE IPR-DESCRIPTION OF PRICE-EXTRACT-RECORD
               TO IPR-DESCRIPTION OF ITEM-PRICE-RECORD
           WRITE ITEM-PRICE-RECORD
           IF WS-STATUS-OK
               ADD 1 TO WS-PRICES-LOADED
           ELSE
               ADD 1 TO WS-PRICES-REJECTED
               DISPLAY "Rejected - duplicate item and date: "
                   PRICE-EXTRACT-RECORD
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-EXTRACT.
           READ PRICE-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PRICE-EXTRACT-FILE
           CLOSE ITEM-PRICE-FILE
           DISPLAY "Item prices loaded  : " WS-PRICES-LOADED
           DISPLAY "Item prices rejected: " WS-PRICES-REJECTED
           IF WS-PRICES-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
