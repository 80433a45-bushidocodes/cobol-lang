      *                  character transaction file, in which case a
      *                  currency-edited line per transaction, the
      *                  extended totals and the running statistics
      *                  are printed at the end.  The unit price is
      *                  the item's price on the item price master
      *                  for the sale date.  In batch the lines are
      *                  grouped by customer order and invoiced,
      *                  with quantity-break discounts and sales
      *                  tax, to CUSTINV.RPT.  ON SIZE ERROR
      *                  still guards the extension rather than
      *                  letting it truncate silently.
      *    MODIFICATION HISTORY:
      *                      statistics, and a readable character
      *                      transaction file.  Misaligned lines are
      *                      rejected and counted.
      *      2026-10-15  DF  Transactions now carry an item code;
      *                      the unit price is looked up on the
      *                      effective-dated item price master
      *                      (ITEMPRC.DAT) for the sale date.  A
      *                      transaction price is honoured only as
      *                      an override with a reason code and
      *                      operator id.  Unknown items, expired
      *                      prices and refused overrides go to the
      *                      shared exception log; MULTIPLY.RPT
      *                      prints the master price beside every
      *                      override and totals the override
      *                      variance.
      *      2026-10-15  DF  Lines now carry a customer and order
      *                      number and are sorted into orders; each
      *                      order is invoiced to CUSTINV.RPT with
      *                      quantity-break discounts (DISCBRK.DAT,
      *                      by item or customer class), taxable
      *                      subtotal, sales tax at the customer's
      *                      jurisdiction rate (TAXRATE.DAT) and
      *                      total.  Exempt customers with a
      *                      certificate on the customer master are
      *                      not taxed.  The run appends a tax
      *                      liability summary by jurisdiction to
      *                      TAXLIAB.DAT for the monthly filing and
      *                      prints it on MULTIPLY.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MultipleTwoNumbers.
           SELECT MULTIPLY-REPORT-FILE ASSIGN TO "MULTIPLY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ITEM-PRICE-FILE ASSIGN TO "ITEMPRC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPR-PRICE-KEY
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-CUSTOMER-NO
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT DISCOUNT-BREAK-FILE ASSIGN TO "DISCBRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCOUNT-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT INVOICE-PRINT-FILE ASSIGN TO "CUSTINV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-LIABILITY-FILE ASSIGN TO "TAXLIAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "MULTSORT.WRK".

           COPY ERRLGSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  MULTIPLY-TXN-FILE

       FD  MULTIPLY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MULTIPLY-REPORT-LINE        PIC X(100).

       FD  ITEM-PRICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ITEMPRC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTMAST.

       FD  DISCOUNT-BREAK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DISCBRK.

       FD  TAX-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TAXRATE.

       FD  INVOICE-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-PRINT-LINE          PIC X(80).

       FD  TAX-LIABILITY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TAXLIAB.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-CUSTOMER-NO         PIC X(08).
           05  SRT-ORDER-NO            PIC X(08).
           05  SRT-LINE-SEQ            PIC 9(07).
           05  SRT-ITEM-CODE           PIC X(10).
           05  SRT-QUANTITY            PIC 9(05).
           05  SRT-UNIT-PRICE          PIC 9(05)V99.
           05  SRT-UOM                 PIC X(04).
           05  SRT-OVERRIDE-FLAG       PIC X(01).
               88  SRT-PRICE-OVERRIDDEN VALUE 'Y'.
           05  SRT-EXTENSION           PIC 9(10)V99.
           05  SRT-DISCOUNT-PCT        PIC 9(02)V99.
           05  SRT-DISCOUNT-AMT        PIC 9(10)V99.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY PRCDTFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY SYSCLOCK.

       01  WS-PRICE-STATUS             PIC X(02).
           88  WS-PRICE-NOTFOUND       VALUE "35".

       01  WS-CUSTOMER-STATUS          PIC X(02).
           88  WS-CUSTOMER-NOTFOUND    VALUE "35".

       01  WS-DISCOUNT-STATUS          PIC X(02).
           88  WS-DISCOUNT-NOTFOUND    VALUE "35".

       01  WS-TAXRATE-STATUS           PIC X(02).
           88  WS-TAXRATE-NOTFOUND     VALUE "35".

       01  WS-RUN-MODE                 PIC X(01).
           88  WS-BATCH-MODE           VALUE 'B'.
           88  WS-INTERACTIVE-MODE     VALUE 'I'.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
           05  WS-PRICE-FOUND-SWITCH   PIC X(01).
               88  WS-PRICE-FOUND      VALUE 'Y'.
           05  WS-ITEM-FOUND-SWITCH    PIC X(01).
               88  WS-ITEM-FOUND       VALUE 'Y'.
           05  WS-PRICE-DONE-SWITCH    PIC X(01).
               88  WS-PRICE-SCAN-DONE  VALUE 'Y'.
           05  WS-OVERRIDE-SWITCH      PIC X(01).
               88  WS-PRICE-OVERRIDDEN VALUE 'Y'.
           05  WS-TABLE-EOF-SWITCH     PIC X(01).
               88  WS-TABLE-END        VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-SORT-END         VALUE 'Y'.
           05  WS-TAX-FOUND-SWITCH     PIC X(01).
               88  WS-TAX-FOUND        VALUE 'Y'.
           05  WS-ORDER-EXEMPT-SWITCH  PIC X(01).
               88  WS-ORDER-EXEMPT     VALUE 'Y'.
           05  WS-ORDER-OVERRIDE-SW    PIC X(01).
               88  WS-ORDER-HAS-OVERRIDE VALUE 'Y'.

       01  WS-QUANTITY                 PIC 9(05) VALUE ZERO.
       01  WS-UNIT-PRICE               PIC 9(05)V99 VALUE ZERO.
       01  WS-EXTENSION                PIC 9(10)V99 VALUE ZERO.

      *    The item and sale date being priced, and the master row
      *    that prices it.
       01  WS-ITEM-CODE                PIC X(10) VALUE SPACES.
       01  WS-SALE-DATE                PIC 9(08) VALUE ZERO.
       01  WS-MASTER-PRICE             PIC 9(05)V99 VALUE ZERO.
       01  WS-MASTER-UOM               PIC X(04) VALUE SPACES.
       01  WS-MASTER-EFFECTIVE-TO      PIC 9(08) VALUE ZERO.
       01  WS-VARIANCE                 PIC S9(10)V99 VALUE ZERO.

      *    Quantity-break discounts and jurisdiction tax rates,
      *    tabled at the start of a batch.  The tax table also
      *    carries the run's liability by jurisdiction.
       01  WS-DISCOUNT-TABLE.
           05  WS-DT-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-DT-ENTRY OCCURS 200 TIMES.
               10  WS-DT-ITEM-CODE     PIC X(10).
               10  WS-DT-CLASS         PIC X(02).
               10  WS-DT-MIN-QUANTITY  PIC 9(05).
               10  WS-DT-PCT           PIC 9(02)V99.

       01  WS-DT-SUB                   PIC 9(03) COMP VALUE ZERO.

       01  WS-TAX-TABLE.
           05  WS-TT-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-TT-ENTRY OCCURS 50 TIMES.
               10  WS-TT-JURISDICTION  PIC X(06).
               10  WS-TT-RATE-PCT      PIC 9(02)V9(03).
               10  WS-TT-NAME          PIC X(20).
               10  WS-TT-INVOICES      PIC 9(05).
               10  WS-TT-TAXABLE       PIC 9(11)V99.
               10  WS-TT-EXEMPT        PIC 9(11)V99.
               10  WS-TT-TAX           PIC 9(11)V99.

       01  WS-TT-SUB                   PIC 9(03) COMP VALUE ZERO.
       01  WS-TAX-JURISDICTION         PIC X(06).

      *    The line being released and the order being invoiced.
       01  WS-LINE-SEQ                 PIC 9(07) VALUE ZERO.
       01  WS-DISCOUNT-PCT             PIC 9(02)V99 VALUE ZERO.
       01  WS-DISCOUNT-AMT             PIC 9(10)V99 VALUE ZERO.
       01  WS-LINE-NET                 PIC 9(10)V99 VALUE ZERO.

       01  WS-ORDER-WORK.
           05  WS-CUR-CUSTOMER-NO      PIC X(08).
           05  WS-CUR-ORDER-NO         PIC X(08).
           05  WS-ORDER-GROSS          PIC 9(11)V99.
           05  WS-ORDER-DISCOUNT       PIC 9(11)V99.
           05  WS-ORDER-NET            PIC 9(11)V99.
           05  WS-ORDER-TAX            PIC 9(11)V99.
           05  WS-ORDER-TOTAL          PIC 9(11)V99.

       01  WS-BATCH-STATISTICS.
           05  WS-TXN-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-AMOUNT-LOW           PIC 9(10)V99
                                       VALUE 9999999999.99.
           05  WS-AMOUNT-AVERAGE       PIC 9(10)V99 VALUE ZERO.
           05  WS-UNKNOWN-ITEM-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-EXPIRED-PRICE-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-OVERRIDE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-OVERRIDE-REFUSED     PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-VARIANCE       PIC S9(11)V99 VALUE ZERO.
           05  WS-UNKNOWN-CUST-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-NO-TAX-RATE-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-INVOICE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-DISCOUNT       PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-TAX            PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-INVOICED       PIC 9(11)V99 VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WDL-ITEM-CODE           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WDL-QUANTITY            PIC ZZZZ9.
           05  FILLER                  PIC X(04) VALUE " at ".
           05  WDL-UNIT-PRICE          PIC $$$,$$9.99.
           05  FILLER                  PIC X(01) VALUE "/".
           05  WDL-UOM                 PIC X(04).
           05  FILLER                  PIC X(03) VALUE " = ".
           05  WDL-EXTENSION           PIC $$,$$$,$$$,$$9.99.
           05  WDL-OVERRIDE-AREA.
               10  FILLER              PIC X(08) VALUE " master ".
               10  WDL-MASTER-PRICE    PIC $$$,$$9.99.
               10  FILLER              PIC X(05) VALUE " var ".
               10  WDL-VARIANCE        PIC $$,$$$,$$$,$$9.99-.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  WDL-REASON          PIC X(04).

       01  WS-TOTAL-LINE.
           05  WTL-LABEL               PIC X(24).
           05  WCL-LABEL               PIC X(24).
           05  WCL-COUNT               PIC ZZZZZZZZ9.

       01  WS-VARIANCE-LINE.
           05  WVL-LABEL               PIC X(24).
           05  WVL-AMOUNT              PIC $$$,$$$,$$$,$$9.99-.

       01  WS-LIABILITY-HEADING.
           05  FILLER                  PIC X(40) VALUE
               "Sales tax liability by jurisdiction for ".
           05  WLH-PERIOD              PIC 9(06).

       01  WS-LIABILITY-COLUMNS.
           05  FILLER                  PIC X(35) VALUE
               "Juris  Name                 Invcs  ".
           05  FILLER                  PIC X(43) VALUE
               "Taxable sales   Exempt sales        Tax due".

       01  WS-LIABILITY-LINE.
           05  WLL-JURISDICTION        PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WLL-NAME                PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WLL-INVOICES            PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WLL-TAXABLE             PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WLL-EXEMPT              PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WLL-TAX                 PIC $$$,$$$,$$9.99.

      *    Customer invoice, one per order.
       01  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL "=".

       01  WS-INVOICE-HEADING.
           05  FILLER                  PIC X(46) VALUE
               "Front Store - Customer Invoice".
           05  FILLER                  PIC X(09) VALUE "Order no ".
           05  WIH-ORDER-NO            PIC X(08).

       01  WS-BILL-TO-LINE.
           05  WBT-LABEL               PIC X(10).
           05  WBT-TEXT                PIC X(40).

       01  WS-CITY-LINE.
           05  WCY-CITY                PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WCY-STATE               PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WCY-ZIP                 PIC X(05).

       01  WS-INVOICE-DATE-LINE.
           05  FILLER                  PIC X(13) VALUE "Invoice date ".
           05  WID-INVOICE-DATE        PIC 9(08).

       01  WS-INVOICE-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
               "Item         Qty Unit Unit price  Disc% ".
           05  FILLER                  PIC X(28) VALUE
               "     Discount       Line net".

       01  WS-INVOICE-LINE.
           05  WIL-ITEM-CODE           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WIL-QUANTITY            PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WIL-UOM                 PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WIL-UNIT-PRICE          PIC $$$,$$9.99.
           05  WIL-OVERRIDE-MARK       PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WIL-DISCOUNT-PCT        PIC Z9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WIL-DISCOUNT-AMT        PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WIL-LINE-NET            PIC $$$,$$$,$$9.99.

       01  WS-INVOICE-TOTAL-LINE.
           05  WIT-LABEL               PIC X(54).
           05  WIT-AMOUNT              PIC $$$,$$$,$$9.99.

       01  WS-TAX-LABEL.
           05  FILLER                  PIC X(10) VALUE "Sales tax ".
           05  WTX-RATE-PCT            PIC Z9.999.
           05  FILLER                  PIC X(02) VALUE "% ".
           05  WTX-NAME                PIC X(20).

       01  WS-EXEMPT-LABEL.
           05  FILLER                  PIC X(28) VALUE
               "Tax exempt - certificate no ".
           05  WEX-CERT-NO             PIC X(15).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-BATCH-MODE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-CUSTOMER-NO
                                    SRT-ORDER-NO
                                    SRT-LINE-SEQ
                   INPUT PROCEDURE IS 4000-PRICE-TRANSACTIONS
                       THRU 4000-EXIT
                   OUTPUT PROCEDURE IS 5000-PRINT-INVOICES
                       THRU 5000-EXIT
               PERFORM 9000-PRINT-STATISTICS THRU 9000-EXIT
           ELSE
               IF RETURN-CODE NOT = 16
                   PERFORM 2500-INTERACTIVE-ENTRY THRU 2500-EXIT
                   CLOSE ITEM-PRICE-FILE
               END-IF
           END-IF
           CLOSE ERROR-LOG-FILE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           OPEN EXTEND ERROR-LOG-FILE
           MOVE "MULTIPLY" TO ERR-PROGRAM-ID
           DISPLAY "Batch or interactive mode (B/I)? " WITH NO
               ADVANCING
           ACCEPT WS-RUN-MODE
           OPEN INPUT ITEM-PRICE-FILE
           IF WS-PRICE-NOTFOUND
               DISPLAY "MultipleTwoNumbers - no item price master"
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'I' TO WS-RUN-MODE
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-BATCH-MODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTOMER-NOTFOUND
               DISPLAY "MultipleTwoNumbers - no customer master"
               MOVE 16 TO RETURN-CODE
               CLOSE ITEM-PRICE-FILE
               MOVE 'I' TO WS-RUN-MODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-TAX-RATES THRU 1200-EXIT
           IF WS-TT-COUNT = ZERO
               DISPLAY "MultipleTwoNumbers - no tax rates on file"
               MOVE 16 TO RETURN-CODE
               CLOSE ITEM-PRICE-FILE
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 'I' TO WS-RUN-MODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-LOAD-DISCOUNTS THRU 1300-EXIT
           OPEN INPUT MULTIPLY-TXN-FILE
           OPEN OUTPUT MULTIPLY-REPORT-FILE
           OPEN OUTPUT INVOICE-PRINT-FILE
           OPEN EXTEND TAX-LIABILITY-FILE
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-LOAD-TAX-RATES - one row per jurisdiction; with no  *
      *    rates on file nothing can be invoiced                    *
      *-----------------------------------------------------------*
       1200-LOAD-TAX-RATES.
           MOVE ZERO TO WS-TT-COUNT
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAXRATE-NOTFOUND
               GO TO 1200-EXIT
           END-IF
           MOVE 'N' TO WS-TABLE-EOF-SWITCH
           PERFORM 1210-LOAD-ONE-RATE THRU 1210-EXIT
               UNTIL WS-TABLE-END OR WS-TT-COUNT >= 50
           CLOSE TAX-RATE-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-RATE.
           READ TAX-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-TABLE-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ
           IF TXR-JURISDICTION = SPACES
                   OR TXR-RATE-PCT NOT NUMERIC
               DISPLAY "Tax rate row skipped: " TAX-RATE-RECORD
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-TT-COUNT
           MOVE TXR-JURISDICTION TO WS-TT-JURISDICTION (WS-TT-COUNT)
           MOVE TXR-RATE-PCT     TO WS-TT-RATE-PCT (WS-TT-COUNT)
           MOVE TXR-NAME         TO WS-TT-NAME (WS-TT-COUNT)
           MOVE ZERO TO WS-TT-INVOICES (WS-TT-COUNT)
           MOVE ZERO TO WS-TT-TAXABLE (WS-TT-COUNT)
           MOVE ZERO TO WS-TT-EXEMPT (WS-TT-COUNT)
           MOVE ZERO TO WS-TT-TAX (WS-TT-COUNT).
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1300-LOAD-DISCOUNTS - no break file simply means no      *
      *    quantity discounts this run                              *
      *-----------------------------------------------------------*
       1300-LOAD-DISCOUNTS.
           MOVE ZERO TO WS-DT-COUNT
           OPEN INPUT DISCOUNT-BREAK-FILE
           IF WS-DISCOUNT-NOTFOUND
               DISPLAY "MultipleTwoNumbers - no DISCBRK.DAT, "
                   "no quantity discounts"
               GO TO 1300-EXIT
           END-IF
           MOVE 'N' TO WS-TABLE-EOF-SWITCH
           PERFORM 1310-LOAD-ONE-BREAK THRU 1310-EXIT
               UNTIL WS-TABLE-END OR WS-DT-COUNT >= 200
           CLOSE DISCOUNT-BREAK-FILE.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-BREAK.
           READ DISCOUNT-BREAK-FILE
               AT END
                   MOVE 'Y' TO WS-TABLE-EOF-SWITCH
                   GO TO 1310-EXIT
           END-READ
           IF DBK-MIN-QUANTITY NOT NUMERIC
                   OR DBK-DISCOUNT-PCT NOT NUMERIC
               DISPLAY "Discount row skipped: " DISCOUNT-BREAK-RECORD
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO WS-DT-COUNT
           MOVE DBK-ITEM-CODE      TO WS-DT-ITEM-CODE (WS-DT-COUNT)
           MOVE DBK-CUSTOMER-CLASS TO WS-DT-CLASS (WS-DT-COUNT)
           MOVE DBK-MIN-QUANTITY   TO WS-DT-MIN-QUANTITY (WS-DT-COUNT)
           MOVE DBK-DISCOUNT-PCT   TO WS-DT-PCT (WS-DT-COUNT).
       1310-EXIT.
           EXIT.

       2000-PROCESS-BATCH.
           IF TXN-QUANTITY NOT NUMERIC
                   OR (TXN-UNIT-PRICE NOT NUMERIC
                       AND TXN-UNIT-PRICE NOT = SPACES)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "Rejected - line not numeric: "
                   MULTIPLY-TRANSACTION
               GO TO 2000-NEXT
           END-IF
           MOVE TXN-QUANTITY  TO WS-QUANTITY
           MOVE TXN-ITEM-CODE TO WS-ITEM-CODE
           IF TXN-SALE-DATE NUMERIC AND TXN-SALE-DATE > ZERO
               MOVE TXN-SALE-DATE TO WS-SALE-DATE
           ELSE
               MOVE WS-PROCESSING-DATE TO WS-SALE-DATE
           END-IF
           PERFORM 2030-CHECK-CUSTOMER THRU 2030-EXIT
           IF NOT WS-TAX-FOUND
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-NEXT
           END-IF
           PERFORM 2050-PRICE-ITEM THRU 2050-EXIT
           IF NOT WS-PRICE-FOUND
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2000-NEXT
           END-IF
           PERFORM 2080-CHECK-OVERRIDE THRU 2080-EXIT
           PERFORM 2200-EXTEND-LINE THRU 2200-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2030-CHECK-CUSTOMER - the line must bill a customer on   *
      *    the master whose jurisdiction has a tax rate; either     *
      *    failing is logged and the line is not extended           *
      *-----------------------------------------------------------*
       2030-CHECK-CUSTOMER.
           MOVE 'N' TO WS-TAX-FOUND-SWITCH
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE TXN-CUSTOMER-NO TO CUS-CUSTOMER-NO
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-CUST-COUNT
                   MOVE "CUST" TO ERR-CODE
                   MOVE "TXN-CUSTOMER-NO" TO ERR-FIELD-NAME
                   MOVE TXN-CUSTOMER-NO TO ERR-INPUT-DATA
                   MOVE "Customer is not on the customer master"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   DISPLAY "Rejected - unknown customer: "
                       TXN-CUSTOMER-NO
                   GO TO 2030-EXIT
           END-READ
           MOVE CUS-JURISDICTION TO WS-TAX-JURISDICTION
           PERFORM 2040-FIND-TAX-RATE THRU 2040-EXIT
           IF NOT WS-TAX-FOUND
               ADD 1 TO WS-NO-TAX-RATE-COUNT
               MOVE "TAXJ" TO ERR-CODE
               MOVE "CUS-JURISDICTION" TO ERR-FIELD-NAME
               MOVE CUSTOMER-MASTER-RECORD TO ERR-INPUT-DATA
               MOVE "No tax rate for the customer jurisdiction"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "Rejected - no tax rate for jurisdiction "
                   CUS-JURISDICTION
           END-IF.
       2030-EXIT.
           EXIT.

       2040-FIND-TAX-RATE.
           MOVE 'N' TO WS-TAX-FOUND-SWITCH
           MOVE ZERO TO WS-TT-SUB
           PERFORM 2045-SCAN-ONE-RATE THRU 2045-EXIT
               UNTIL WS-TAX-FOUND OR WS-TT-SUB >= WS-TT-COUNT.
       2040-EXIT.
           EXIT.

       2045-SCAN-ONE-RATE.
           ADD 1 TO WS-TT-SUB
           IF WS-TT-JURISDICTION (WS-TT-SUB) = WS-TAX-JURISDICTION
               MOVE 'Y' TO WS-TAX-FOUND-SWITCH
           END-IF.
       2045-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2050-PRICE-ITEM - the item's row with the latest         *
      *    effective-from on or before the sale date.  No row at    *
      *    all is an unknown item; no row in force is an expired    *
      *    price.  Both are logged and the line is not extended     *
      *-----------------------------------------------------------*
       2050-PRICE-ITEM.
           MOVE 'N' TO WS-PRICE-FOUND-SWITCH
           MOVE 'N' TO WS-ITEM-FOUND-SWITCH
           MOVE 'N' TO WS-PRICE-DONE-SWITCH
           MOVE ZERO TO WS-MASTER-PRICE
           MOVE ZERO TO WS-MASTER-EFFECTIVE-TO
           MOVE SPACES TO WS-MASTER-UOM
           IF WS-ITEM-CODE = SPACES
               MOVE 'Y' TO WS-PRICE-DONE-SWITCH
           ELSE
               MOVE WS-ITEM-CODE TO IPR-ITEM-CODE
               MOVE ZERO TO IPR-EFFECTIVE-FROM
               START ITEM-PRICE-FILE KEY NOT < IPR-PRICE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PRICE-DONE-SWITCH
               END-START
           END-IF
           PERFORM 2060-SCAN-PRICE-ROW THRU 2060-EXIT
               UNTIL WS-PRICE-SCAN-DONE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           IF NOT WS-ITEM-FOUND
               ADD 1 TO WS-UNKNOWN-ITEM-COUNT
               MOVE "ITEM" TO ERR-CODE
               MOVE "TXN-ITEM-CODE" TO ERR-FIELD-NAME
               MOVE MULTIPLY-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Item is not on the item price master"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "Rejected - unknown item: " WS-ITEM-CODE
               GO TO 2050-EXIT
           END-IF
           IF WS-PRICE-FOUND
                   AND WS-MASTER-EFFECTIVE-TO > ZERO
                   AND WS-MASTER-EFFECTIVE-TO < WS-SALE-DATE
               MOVE 'N' TO WS-PRICE-FOUND-SWITCH
           END-IF
           IF NOT WS-PRICE-FOUND
               ADD 1 TO WS-EXPIRED-PRICE-COUNT
               MOVE "PRCX" TO ERR-CODE
               MOVE "TXN-SALE-DATE" TO ERR-FIELD-NAME
               MOVE MULTIPLY-TRANSACTION TO ERR-INPUT-DATA
               MOVE "No item price in force on the sale date"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "Rejected - no price in force: " WS-ITEM-CODE
           END-IF.
       2050-EXIT.
           EXIT.

       2060-SCAN-PRICE-ROW.
           READ ITEM-PRICE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRICE-DONE-SWITCH
                   GO TO 2060-EXIT
           END-READ
           IF IPR-ITEM-CODE NOT = WS-ITEM-CODE
               MOVE 'Y' TO WS-PRICE-DONE-SWITCH
               GO TO 2060-EXIT
           END-IF
           MOVE 'Y' TO WS-ITEM-FOUND-SWITCH
           IF IPR-EFFECTIVE-FROM > WS-SALE-DATE
               MOVE 'Y' TO WS-PRICE-DONE-SWITCH
               GO TO 2060-EXIT
           END-IF
           MOVE 'Y' TO WS-PRICE-FOUND-SWITCH
           MOVE IPR-UNIT-PRICE      TO WS-MASTER-PRICE
           MOVE IPR-UNIT-OF-MEASURE TO WS-MASTER-UOM
           MOVE IPR-EFFECTIVE-TO    TO WS-MASTER-EFFECTIVE-TO.
       2060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2080-CHECK-OVERRIDE - a price on the transaction is an   *
      *    override, taken only with a reason code and the id of    *
      *    the operator who allowed it; otherwise it is logged and  *
      *    the master price stands                                  *
      *-----------------------------------------------------------*
       2080-CHECK-OVERRIDE.
           MOVE 'N' TO WS-OVERRIDE-SWITCH
           MOVE WS-MASTER-PRICE TO WS-UNIT-PRICE
           IF TXN-UNIT-PRICE = SPACES OR ZERO
               GO TO 2080-EXIT
           END-IF
           IF TXN-OVERRIDE-REASON-VALID
                   AND TXN-OVERRIDE-OPERATOR NOT = SPACES
               MOVE 'Y' TO WS-OVERRIDE-SWITCH
               MOVE TXN-UNIT-PRICE TO WS-UNIT-PRICE
               GO TO 2080-EXIT
           END-IF
           ADD 1 TO WS-OVERRIDE-REFUSED
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "OVRD" TO ERR-CODE
           MOVE "TXN-UNIT-PRICE" TO ERR-FIELD-NAME
           MOVE MULTIPLY-TRANSACTION TO ERR-INPUT-DATA
           MOVE "Price override lacks reason or operator"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           DISPLAY "Override refused - master price used: "
               WS-ITEM-CODE.
       2080-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           READ MULTIPLY-TXN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
      *-----------------------------------------------------------*
       2200-EXTEND-LINE.
           ADD 1 TO WS-TXN-COUNT
           MOVE ZERO TO WS-VARIANCE
           IF WS-PRICE-OVERRIDDEN
               COMPUTE WS-VARIANCE =
                   (WS-UNIT-PRICE - WS-MASTER-PRICE) * WS-QUANTITY
           END-IF
           MULTIPLY WS-QUANTITY BY WS-UNIT-PRICE
               GIVING WS-EXTENSION
               ON SIZE ERROR
                   PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT
                   ADD WS-QUANTITY  TO WS-TOTAL-QUANTITY
                   ADD WS-EXTENSION TO WS-TOTAL-AMOUNT
                   IF WS-PRICE-OVERRIDDEN
                       ADD 1 TO WS-OVERRIDE-COUNT
                       ADD WS-VARIANCE TO WS-TOTAL-VARIANCE
                   END-IF
                   IF WS-EXTENSION > WS-AMOUNT-HIGH
                       MOVE WS-EXTENSION TO WS-AMOUNT-HIGH
                   END-IF
                   IF WS-EXTENSION < WS-AMOUNT-LOW
                       MOVE WS-EXTENSION TO WS-AMOUNT-LOW
                   END-IF
                   IF WS-BATCH-MODE
                       PERFORM 2450-RELEASE-LINE THRU 2450-EXIT
                   END-IF
           END-MULTIPLY.
       2200-EXIT.
           EXIT.

       2300-PRINT-DETAIL.
           IF WS-BATCH-MODE
               MOVE WS-ITEM-CODE  TO WDL-ITEM-CODE
               MOVE WS-QUANTITY   TO WDL-QUANTITY
               MOVE WS-UNIT-PRICE TO WDL-UNIT-PRICE
               MOVE WS-MASTER-UOM TO WDL-UOM
               MOVE WS-EXTENSION  TO WDL-EXTENSION
               IF WS-PRICE-OVERRIDDEN
                   MOVE WS-MASTER-PRICE     TO WDL-MASTER-PRICE
                   MOVE WS-VARIANCE         TO WDL-VARIANCE
                   MOVE TXN-OVERRIDE-REASON TO WDL-REASON
               ELSE
                   MOVE SPACES TO WDL-OVERRIDE-AREA
               END-IF
               MOVE WS-DETAIL-LINE TO MULTIPLY-REPORT-LINE
               WRITE MULTIPLY-REPORT-LINE
           ELSE
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2450-RELEASE-LINE - the best quantity break that applies *
      *    to the line, and the line to the sort for its order.     *
      *    A negotiated override price takes no further discount    *
      *-----------------------------------------------------------*
       2450-RELEASE-LINE.
           MOVE ZERO TO WS-DISCOUNT-PCT
           IF NOT WS-PRICE-OVERRIDDEN
               MOVE ZERO TO WS-DT-SUB
               PERFORM 2460-TRY-ONE-BREAK THRU 2460-EXIT
                   UNTIL WS-DT-SUB >= WS-DT-COUNT
           END-IF
           COMPUTE WS-DISCOUNT-AMT ROUNDED =
               WS-EXTENSION * WS-DISCOUNT-PCT / 100
           ADD 1 TO WS-LINE-SEQ
           MOVE TXN-CUSTOMER-NO  TO SRT-CUSTOMER-NO
           MOVE TXN-ORDER-NO     TO SRT-ORDER-NO
           MOVE WS-LINE-SEQ      TO SRT-LINE-SEQ
           MOVE WS-ITEM-CODE     TO SRT-ITEM-CODE
           MOVE WS-QUANTITY      TO SRT-QUANTITY
           MOVE WS-UNIT-PRICE    TO SRT-UNIT-PRICE
           MOVE WS-MASTER-UOM    TO SRT-UOM
           MOVE WS-OVERRIDE-SWITCH TO SRT-OVERRIDE-FLAG
           MOVE WS-EXTENSION     TO SRT-EXTENSION
           MOVE WS-DISCOUNT-PCT  TO SRT-DISCOUNT-PCT
           MOVE WS-DISCOUNT-AMT  TO SRT-DISCOUNT-AMT
           RELEASE SORT-RECORD.
       2450-EXIT.
           EXIT.

       2460-TRY-ONE-BREAK.
           ADD 1 TO WS-DT-SUB
           IF WS-DT-ITEM-CODE (WS-DT-SUB) NOT = SPACES
                   AND WS-DT-ITEM-CODE (WS-DT-SUB) NOT = WS-ITEM-CODE
               GO TO 2460-EXIT
           END-IF
           IF WS-DT-CLASS (WS-DT-SUB) NOT = SPACES
                   AND WS-DT-CLASS (WS-DT-SUB) NOT = CUS-CLASS
               GO TO 2460-EXIT
           END-IF
           IF WS-QUANTITY >= WS-DT-MIN-QUANTITY (WS-DT-SUB)
                   AND WS-DT-PCT (WS-DT-SUB) > WS-DISCOUNT-PCT
               MOVE WS-DT-PCT (WS-DT-SUB) TO WS-DISCOUNT-PCT
           END-IF.
       2460-EXIT.
           EXIT.

       2500-INTERACTIVE-ENTRY.
           DISPLAY "Enter item code: " WITH NO ADVANCING
           ACCEPT WS-ITEM-CODE
           DISPLAY "Enter quantity: " WITH NO ADVANCING
           ACCEPT WS-QUANTITY
           MOVE WS-PROCESSING-DATE TO WS-SALE-DATE
           MOVE SPACES TO MULTIPLY-TRANSACTION
           MOVE WS-ITEM-CODE TO TXN-ITEM-CODE
           PERFORM 2050-PRICE-ITEM THRU 2050-EXIT
           IF NOT WS-PRICE-FOUND
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO WS-OVERRIDE-SWITCH
           MOVE WS-MASTER-PRICE TO WS-UNIT-PRICE
           MOVE WS-UNIT-PRICE TO WDL-UNIT-PRICE
           DISPLAY "Unit price is " WDL-UNIT-PRICE " per "
               WS-MASTER-UOM
           PERFORM 2200-EXTEND-LINE THRU 2200-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-PRICE-TRANSACTIONS - sort input: every line priced, *
      *    checked and extended; good lines released by order       *
      *-----------------------------------------------------------*
       4000-PRICE-TRANSACTIONS.
           PERFORM 2000-PROCESS-BATCH THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-PRINT-INVOICES - sort output: one invoice per       *
      *    customer order, then the run's tax liability             *
      *-----------------------------------------------------------*
       5000-PRINT-INVOICES.
           PERFORM 5100-RETURN-SORTED THRU 5100-EXIT
           PERFORM 5200-INVOICE-ONE-ORDER THRU 5200-EXIT
               UNTIL WS-SORT-END
           PERFORM 5800-WRITE-TAX-LIABILITY THRU 5800-EXIT.
       5000-EXIT.
           EXIT.

       5100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
       5100-EXIT.
           EXIT.

       5200-INVOICE-ONE-ORDER.
           MOVE SRT-CUSTOMER-NO TO WS-CUR-CUSTOMER-NO
           MOVE SRT-ORDER-NO    TO WS-CUR-ORDER-NO
           MOVE ZERO TO WS-ORDER-GROSS
           MOVE ZERO TO WS-ORDER-DISCOUNT
           MOVE 'N' TO WS-ORDER-OVERRIDE-SW
           PERFORM 5300-GET-CUSTOMER THRU 5300-EXIT
           PERFORM 5400-PRINT-INVOICE-HEADER THRU 5400-EXIT
           PERFORM 5500-PRINT-INVOICE-LINE THRU 5500-EXIT
               UNTIL WS-SORT-END
                  OR SRT-CUSTOMER-NO NOT = WS-CUR-CUSTOMER-NO
                  OR SRT-ORDER-NO NOT = WS-CUR-ORDER-NO
           PERFORM 5600-PRINT-INVOICE-TOTALS THRU 5600-EXIT.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5300-GET-CUSTOMER - bill-to, tax status and the          *
      *    jurisdiction's row on the tax table.  Exempt status is   *
      *    honoured only with a certificate number on file          *
      *-----------------------------------------------------------*
       5300-GET-CUSTOMER.
           MOVE WS-CUR-CUSTOMER-NO TO CUS-CUSTOMER-NO
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CUS-NAME CUS-STREET CUS-CITY
                       CUS-STATE CUS-ZIP CUS-JURISDICTION
                       CUS-TAX-STATUS CUS-EXEMPT-CERT-NO
           END-READ
           MOVE 'N' TO WS-ORDER-EXEMPT-SWITCH
           IF CUS-TAX-EXEMPT AND CUS-EXEMPT-CERT-NO NOT = SPACES
               MOVE 'Y' TO WS-ORDER-EXEMPT-SWITCH
           END-IF
           IF CUS-TAX-EXEMPT AND CUS-EXEMPT-CERT-NO = SPACES
               ACCEPT WS-SYSTEM-TIME FROM TIME
               MOVE "EXMP" TO ERR-CODE
               MOVE "CUS-EXEMPT-CERT" TO ERR-FIELD-NAME
               MOVE WS-CUR-CUSTOMER-NO TO ERR-INPUT-DATA
               MOVE "Exempt customer has no certificate - taxed"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           END-IF
           MOVE CUS-JURISDICTION TO WS-TAX-JURISDICTION
           PERFORM 2040-FIND-TAX-RATE THRU 2040-EXIT.
       5300-EXIT.
           EXIT.

       5400-PRINT-INVOICE-HEADER.
           MOVE WS-CUR-ORDER-NO TO WIH-ORDER-NO
           MOVE WS-INVOICE-HEADING TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE "Bill to:" TO WBT-LABEL
           MOVE CUS-NAME TO WBT-TEXT
           MOVE WS-BILL-TO-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE SPACES TO WBT-LABEL
           MOVE CUS-STREET TO WBT-TEXT
           MOVE WS-BILL-TO-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE CUS-CITY  TO WCY-CITY
           MOVE CUS-STATE TO WCY-STATE
           MOVE CUS-ZIP   TO WCY-ZIP
           MOVE WS-CITY-LINE TO WBT-TEXT
           MOVE WS-BILL-TO-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE "Customer:" TO WBT-LABEL
           MOVE WS-CUR-CUSTOMER-NO TO WBT-TEXT
           MOVE WS-BILL-TO-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE WS-PROCESSING-DATE TO WID-INVOICE-DATE
           MOVE WS-INVOICE-DATE-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE WS-INVOICE-COLUMNS TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.
       5400-EXIT.
           EXIT.

       5500-PRINT-INVOICE-LINE.
           COMPUTE WS-LINE-NET = SRT-EXTENSION - SRT-DISCOUNT-AMT
           ADD SRT-EXTENSION    TO WS-ORDER-GROSS
           ADD SRT-DISCOUNT-AMT TO WS-ORDER-DISCOUNT
           MOVE SRT-ITEM-CODE    TO WIL-ITEM-CODE
           MOVE SRT-QUANTITY     TO WIL-QUANTITY
           MOVE SRT-UOM          TO WIL-UOM
           MOVE SRT-UNIT-PRICE   TO WIL-UNIT-PRICE
           MOVE SPACE            TO WIL-OVERRIDE-MARK
           IF SRT-PRICE-OVERRIDDEN
               MOVE "*" TO WIL-OVERRIDE-MARK
               MOVE 'Y' TO WS-ORDER-OVERRIDE-SW
           END-IF
           MOVE SRT-DISCOUNT-PCT TO WIL-DISCOUNT-PCT
           MOVE SRT-DISCOUNT-AMT TO WIL-DISCOUNT-AMT
           MOVE WS-LINE-NET      TO WIL-LINE-NET
           MOVE WS-INVOICE-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           PERFORM 5100-RETURN-SORTED THRU 5100-EXIT.
       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5600-PRINT-INVOICE-TOTALS - goods, discounts, taxable    *
      *    subtotal, tax at the jurisdiction rate and total due;    *
      *    the order's figures go to the jurisdiction's liability   *
      *-----------------------------------------------------------*
       5600-PRINT-INVOICE-TOTALS.
           COMPUTE WS-ORDER-NET = WS-ORDER-GROSS - WS-ORDER-DISCOUNT
           MOVE ZERO TO WS-ORDER-TAX
           IF NOT WS-ORDER-EXEMPT AND WS-TAX-FOUND
               COMPUTE WS-ORDER-TAX ROUNDED =
                   WS-ORDER-NET * WS-TT-RATE-PCT (WS-TT-SUB) / 100
           END-IF
           COMPUTE WS-ORDER-TOTAL = WS-ORDER-NET + WS-ORDER-TAX
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE "Goods" TO WIT-LABEL
           MOVE WS-ORDER-GROSS TO WIT-AMOUNT
           PERFORM 5650-PRINT-TOTAL-LINE THRU 5650-EXIT
           MOVE "Less quantity discounts" TO WIT-LABEL
           MOVE WS-ORDER-DISCOUNT TO WIT-AMOUNT
           PERFORM 5650-PRINT-TOTAL-LINE THRU 5650-EXIT
           IF WS-ORDER-EXEMPT
               MOVE CUS-EXEMPT-CERT-NO TO WEX-CERT-NO
               MOVE WS-EXEMPT-LABEL TO WIT-LABEL
               MOVE ZERO TO WIT-AMOUNT
               PERFORM 5650-PRINT-TOTAL-LINE THRU 5650-EXIT
           ELSE
               MOVE "Taxable subtotal" TO WIT-LABEL
               MOVE WS-ORDER-NET TO WIT-AMOUNT
               PERFORM 5650-PRINT-TOTAL-LINE THRU 5650-EXIT
               IF WS-TAX-FOUND
                   MOVE WS-TT-RATE-PCT (WS-TT-SUB) TO WTX-RATE-PCT
                   MOVE WS-TT-NAME (WS-TT-SUB) TO WTX-NAME
                   MOVE WS-TAX-LABEL TO WIT-LABEL
                   MOVE WS-ORDER-TAX TO WIT-AMOUNT
                   PERFORM 5650-PRINT-TOTAL-LINE THRU 5650-EXIT
               END-IF
           END-IF
           MOVE "Total due" TO WIT-LABEL
           MOVE WS-ORDER-TOTAL TO WIT-AMOUNT
           PERFORM 5650-PRINT-TOTAL-LINE THRU 5650-EXIT
           IF WS-ORDER-HAS-OVERRIDE
               MOVE "* negotiated price - no quantity discount"
                   TO INVOICE-PRINT-LINE
               WRITE INVOICE-PRINT-LINE
           END-IF
           MOVE WS-SEPARATOR-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           ADD 1 TO WS-INVOICE-COUNT
           ADD WS-ORDER-DISCOUNT TO WS-TOTAL-DISCOUNT
           ADD WS-ORDER-TAX      TO WS-TOTAL-TAX
           ADD WS-ORDER-TOTAL    TO WS-TOTAL-INVOICED
           IF NOT WS-TAX-FOUND
               GO TO 5600-EXIT
           END-IF
           ADD 1 TO WS-TT-INVOICES (WS-TT-SUB)
           ADD WS-ORDER-TAX TO WS-TT-TAX (WS-TT-SUB)
           IF WS-ORDER-EXEMPT
               ADD WS-ORDER-NET TO WS-TT-EXEMPT (WS-TT-SUB)
           ELSE
               ADD WS-ORDER-NET TO WS-TT-TAXABLE (WS-TT-SUB)
           END-IF.
       5600-EXIT.
           EXIT.

       5650-PRINT-TOTAL-LINE.
           MOVE WS-INVOICE-TOTAL-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.
       5650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5800-WRITE-TAX-LIABILITY - one record per jurisdiction   *
      *    invoiced this run, for the month's return, and the same  *
      *    figures on the run report                                *
      *-----------------------------------------------------------*
       5800-WRITE-TAX-LIABILITY.
           MOVE SPACES TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE WS-PROCESSING-DATE(1:6) TO WLH-PERIOD
           MOVE WS-LIABILITY-HEADING TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE WS-LIABILITY-COLUMNS TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE ZERO TO WS-TT-SUB
           PERFORM 5810-WRITE-ONE-JURISDICTION THRU 5810-EXIT
               UNTIL WS-TT-SUB >= WS-TT-COUNT.
       5800-EXIT.
           EXIT.

       5810-WRITE-ONE-JURISDICTION.
           ADD 1 TO WS-TT-SUB
           IF WS-TT-INVOICES (WS-TT-SUB) = ZERO
               GO TO 5810-EXIT
           END-IF
           MOVE WS-PROCESSING-DATE(1:6) TO TXL-PERIOD
           MOVE WS-TT-JURISDICTION (WS-TT-SUB) TO TXL-JURISDICTION
           MOVE WS-PROCESSING-DATE TO TXL-RUN-DATE
           MOVE WS-TT-RATE-PCT (WS-TT-SUB) TO TXL-RATE-PCT
           MOVE WS-TT-INVOICES (WS-TT-SUB) TO TXL-INVOICE-COUNT
           MOVE WS-TT-TAXABLE (WS-TT-SUB)  TO TXL-TAXABLE-SALES
           MOVE WS-TT-EXEMPT (WS-TT-SUB)   TO TXL-EXEMPT-SALES
           MOVE WS-TT-TAX (WS-TT-SUB)      TO TXL-TAX-DUE
           WRITE TAX-LIABILITY-RECORD
           MOVE WS-TT-JURISDICTION (WS-TT-SUB) TO WLL-JURISDICTION
           MOVE WS-TT-NAME (WS-TT-SUB)     TO WLL-NAME
           MOVE WS-TT-INVOICES (WS-TT-SUB) TO WLL-INVOICES
           MOVE WS-TT-TAXABLE (WS-TT-SUB)  TO WLL-TAXABLE
           MOVE WS-TT-EXEMPT (WS-TT-SUB)   TO WLL-EXEMPT
           MOVE WS-TT-TAX (WS-TT-SUB)      TO WLL-TAX
           MOVE WS-LIABILITY-LINE TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE.
       5810-EXIT.
           EXIT.

       9000-PRINT-STATISTICS.
           CLOSE MULTIPLY-TXN-FILE
           CLOSE ITEM-PRICE-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE INVOICE-PRINT-FILE
           CLOSE TAX-LIABILITY-FILE
           IF WS-TXN-COUNT > WS-OVERFLOW-COUNT
               COMPUTE WS-AMOUNT-AVERAGE ROUNDED =
                   WS-TOTAL-AMOUNT
           MOVE WS-REJECT-COUNT TO WCL-COUNT
           MOVE WS-COUNT-LINE TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE "  unknown item        : " TO WCL-LABEL
           MOVE WS-UNKNOWN-ITEM-COUNT TO WCL-COUNT
           MOVE WS-COUNT-LINE TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE "  no price in force   : " TO WCL-LABEL
           MOVE WS-EXPIRED-PRICE-COUNT TO WCL-COUNT
           MOVE WS-COUNT-LINE TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE "  unknown customer    : " TO WCL-LABEL
           MOVE WS-UNKNOWN-CUST-COUNT TO WCL-COUNT
           MOVE WS-COUNT-LINE TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE "  no tax rate         : " TO WCL-LABEL
           MOVE WS-NO-TAX-RATE-COUNT TO WCL-COUNT
           MOVE WS-COUNT-LINE TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE "Overflowed            : " TO WCL-LABEL
           MOVE WS-OVERFLOW-COUNT TO WCL-COUNT
           MOVE WS-COUNT-LINE TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE "Price overrides       : " TO WCL-LABEL
           MOVE WS-OVERRIDE-COUNT TO WCL-COUNT
           MOVE WS-COUNT-LINE TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE "Overrides refused     : " TO WCL-LABEL
           MOVE WS-OVERRIDE-REFUSED TO WCL-COUNT
           MOVE WS-COUNT-LINE TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE "Override variance     : " TO WVL-LABEL
           MOVE WS-TOTAL-VARIANCE TO WVL-AMOUNT
           MOVE WS-VARIANCE-LINE TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE "Invoices printed      : " TO WCL-LABEL
           MOVE WS-INVOICE-COUNT TO WCL-COUNT
           MOVE WS-COUNT-LINE TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE "Discounts given       : " TO WTL-LABEL
           MOVE WS-TOTAL-DISCOUNT TO WTL-AMOUNT
           MOVE WS-TOTAL-LINE TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE "Sales tax charged     : " TO WTL-LABEL
           MOVE WS-TOTAL-TAX TO WTL-AMOUNT
           MOVE WS-TOTAL-LINE TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE "Total invoiced        : " TO WTL-LABEL
           MOVE WS-TOTAL-INVOICED TO WTL-AMOUNT
           MOVE WS-TOTAL-LINE TO MULTIPLY-REPORT-LINE
           WRITE MULTIPLY-REPORT-LINE
           MOVE "Total quantity        : " TO WCL-LABEL
           MOVE WS-TOTAL-QUANTITY TO WCL-COUNT
           MOVE WS-COUNT-LINE TO MULTIPLY-REPORT-LINE
               WS-OVERFLOW-COUNT " overflowed".
       9000-EXIT.
           EXIT.

       COPY ERRLOGPA.

       COPY PRCDTPA.
