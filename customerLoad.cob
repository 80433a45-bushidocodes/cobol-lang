      ******************************************************************
      *    PROGRAM-ID: CustomerLoad
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Front Store - Point of Sale Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Builds/refreshes the customer master the
      *                  invoicing run bills from, out of a
      *                  sequential extract, in the ItemPriceLoad
      *                  style.  A row with no customer number is
      *                  rejected; a row marked tax-exempt with no
      *                  exemption certificate is loaded as taxable
      *                  and listed, so the certificate is chased
      *                  before the customer is billed.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CustomerLoad.
       AUTHOR.        D. Falk.
       INSTALLATION.  Front Store - Point of Sale Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-EXTRACT-FILE ASSIGN TO "CUSTMSTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-CUSTOMER-NO OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTMAST
           REPLACING ==CUSTOMER-MASTER-RECORD== BY
                     ==CUSTOMER-EXTRACT-RECORD==.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUSTMAST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC X(02).
           88  WS-STATUS-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.

       01  WS-CUSTOMERS-LOADED      PIC 9(05) VALUE ZERO.
       01  WS-CUSTOMERS-REJECTED    PIC 9(05) VALUE ZERO.
       01  WS-EXEMPT-NO-CERT        PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-CUSTOMER THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CUSTOMER-EXTRACT-FILE
           OPEN OUTPUT CUSTOMER-MASTER-FILE
           DISPLAY "CustomerLoad - refreshing the customer master"
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-LOAD-CUSTOMER.
           IF CUS-CUSTOMER-NO OF CUSTOMER-EXTRACT-RECORD = SPACES
               ADD 1 TO WS-CUSTOMERS-REJECTED
               DISPLAY "Rejected - no customer number: "
                   CUSTOMER-EXTRACT-RECORD
               GO TO 2000-NEXT
           END-IF
           MOVE CUSTOMER-EXTRACT-RECORD TO CUSTOMER-MASTER-RECORD
           IF CUS-TAX-EXEMPT OF CUSTOMER-MASTER-RECORD
                   AND CUS-EXEMPT-CERT-NO OF CUSTOMER-MASTER-RECORD
                       = SPACES
               MOVE SPACE TO CUS-TAX-STATUS OF CUSTOMER-MASTER-RECORD
               ADD 1 TO WS-EXEMPT-NO-CERT
               DISPLAY "Exempt with no certificate - loaded taxable: "
                   CUS-CUSTOMER-NO OF CUSTOMER-MASTER-RECORD
           END-IF
           WRITE CUSTOMER-MASTER-RECORD
           IF WS-STATUS-OK
               ADD 1 TO WS-CUSTOMERS-LOADED
           ELSE
               ADD 1 TO WS-CUSTOMERS-REJECTED
               DISPLAY "Rejected - duplicate customer number: "
                   CUS-CUSTOMER-NO OF CUSTOMER-MASTER-RECORD
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-EXTRACT.
           READ CUSTOMER-EXTRACT-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CUSTOMER-EXTRACT-FILE
           CLOSE CUSTOMER-MASTER-FILE
           DISPLAY "Customers loaded          : " WS-CUSTOMERS-LOADED
           DISPLAY "Customers rejected        : " WS-CUSTOMERS-REJECTED
           DISPLAY "Exempt with no certificate: " WS-EXEMPT-NO-CERT
           IF WS-CUSTOMERS-REJECTED > ZERO
                   OR WS-EXEMPT-NO-CERT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
