      ******************************************************************
      *    PROGRAM-ID: SponsorInvoice
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Consolidated third-party sponsor invoicing.
      *                  Every sponsor receivable (SPONRCV.DAT) not
      *                  yet on a sponsor invoice is sorted by
      *                  sponsor, student and course, and each
      *                  sponsor draws one invoice listing every
      *                  covered student and course with the
      *                  sponsor's authorization reference, printed
      *                  to SPNINV.RPT with the billing address and
      *                  payment terms off the sponsor master.  The
      *                  invoice header goes to SPNINV.DAT, due the
      *                  sponsor's terms after the invoice date, for
      *                  SponsorPayPost and SponsorAging, and each
      *                  charge is stamped with the invoice that
      *                  billed it so it is never invoiced twice.
      *                  The charges were already moved to sponsor
      *                  receivables when billed (SPNSBILL), so no
      *                  money control is written here.  A sponsor
      *                  missing from the master is invoiced at 30
      *                  days with a SNOF exception for the address.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      *      2026-10-15  DF  Open sponsor credits (SPNCRED.DAT) -
      *                      shares given back after invoicing - come
      *                      off the unpaid balance of the invoice
      *                      that billed them before new invoices are
      *                      raised.  A cancelled charge, or one for
      *                      a course since cancelled, is not
      *                      invoiced.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SponsorInvoice.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPONSOR-RECEIVABLE-FILE ASSIGN TO "SPONRCV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPR-KEY
               FILE STATUS IS WS-SPONRCV-STATUS.

           SELECT SPONSOR-INVOICE-FILE ASSIGN TO "SPNINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPI-INVOICE-NUMBER
               FILE STATUS IS WS-SPNINV-STATUS.

           SELECT SPONSOR-CREDIT-FILE ASSIGN TO "SPNCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPC-KEY
               FILE STATUS IS WS-SPNCRED-STATUS.

           COPY SPONSEL.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT INVOICE-PRINT-FILE ASSIGN TO "SPNINV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SPNSORT.WRK".

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           COPY LOCKSEL.
           COPY JRNLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  SPONSOR-RECEIVABLE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPONRCV.

       FD  SPONSOR-INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPNINV.

       FD  SPONSOR-CREDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPNCRED.

       COPY SPONFD.

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  INVOICE-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-PRINT-LINE          PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-SPONSOR-ID          PIC X(06).
           05  SRT-STUDENT-ID          PIC 9(07).
           05  SRT-COURSE-CODE         PIC X(04).
           05  SRT-TERM-CODE           PIC X(06).
           05  SRT-AUTH-REFERENCE      PIC X(10).
           05  SRT-AMOUNT-BILLED       PIC 9(05)V99.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.
       COPY LOCKWS.
       COPY JRNLWS.
       COPY SPONWS.

       01  WS-SPONRCV-STATUS        PIC X(02).
           88  WS-SPONRCV-NOTFOUND  VALUE "35".

       01  WS-SPNINV-STATUS         PIC X(02).
           88  WS-SPNINV-NOTFOUND   VALUE "35".

       01  WS-SPNCRED-STATUS        PIC X(02).
           88  WS-SPNCRED-NOTFOUND  VALUE "35".

       01  WS-COURSE-STATUS         PIC X(02).
           88  WS-COURSE-NOTFOUND   VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).
           88  WS-MASTER-NOTFOUND   VALUE "35".

       COPY SPCRWS.

       01  WS-SWITCHES.
           05  WS-RCV-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-RCV-END       VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-SORT-END      VALUE 'Y'.
           05  WS-INV-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-INV-END       VALUE 'Y'.

       01  WS-CURRENT-SPONSOR       PIC X(06).
       01  WS-NEXT-INVOICE-NUMBER   PIC 9(07) VALUE ZERO.
       01  WS-DUE-INTEGER           PIC S9(09) COMP.

       01  WS-COUNTERS.
           05  WS-CHARGES-READ      PIC 9(07) VALUE ZERO.
           05  WS-CHARGES-INVOICED  PIC 9(07) VALUE ZERO.
           05  WS-CHARGES-CANCELLED PIC 9(07) VALUE ZERO.
           05  WS-INVOICES-RAISED   PIC 9(05) VALUE ZERO.
           05  WS-SPONSORS-MISSING  PIC 9(05) VALUE ZERO.

       01  WS-TOTAL-INVOICED        PIC 9(09)V99 VALUE ZERO.

       01  WS-SEPARATOR-LINE        PIC X(80) VALUE ALL "=".

       01  WS-INVOICE-HEADING.
           05  FILLER               PIC X(46) VALUE
               "Registrar's Office - Sponsored Tuition Invoice".
           05  FILLER               PIC X(12) VALUE "  Invoice no".
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WIH-INVOICE-NUMBER   PIC 9(07).

       01  WS-BILL-TO-LINE.
           05  WBT-LABEL            PIC X(10).
           05  WBT-TEXT             PIC X(40).

       01  WS-CITY-LINE.
           05  WCL-CITY             PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WCL-STATE            PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WCL-ZIP              PIC X(05).

       01  WS-TERMS-LINE.
           05  FILLER               PIC X(13) VALUE "Invoice date ".
           05  WTL-INVOICE-DATE     PIC 9(08).
           05  FILLER               PIC X(15) VALUE "   Terms: net ".
           05  WTL-TERMS-DAYS       PIC ZZ9.
           05  FILLER               PIC X(15) VALUE " days   Due by ".
           05  WTL-DUE-DATE         PIC 9(08).

       01  WS-COLUMN-HEADING.
           05  FILLER               PIC X(40) VALUE
               "Student Name                     Course ".
           05  FILLER               PIC X(40) VALUE
               "Term   Authorized     Amount".

       01  WS-CHARGE-LINE.
           05  WCH-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WCH-STUDENT-NAME     PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WCH-COURSE-CODE      PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WCH-TERM-CODE        PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WCH-AUTH-REFERENCE   PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WCH-AMOUNT           PIC $$$,$$9.99.

       01  WS-INVOICE-TOTAL-LINE.
           05  FILLER               PIC X(17) VALUE
               "Total due for    ".
           05  WIT-LINE-COUNT       PIC ZZZZ9.
           05  FILLER               PIC X(18) VALUE
               " student courses ".
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WIT-AMOUNT           PIC $$$,$$$,$$9.99.

       01  WS-REMIT-LINE.
           05  FILLER               PIC X(46) VALUE
               "Please quote the invoice number with payment.".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-SPONSOR-ID
                                    SRT-STUDENT-ID
                                    SRT-COURSE-CODE
                   INPUT PROCEDURE IS 4000-RELEASE-CHARGES
                       THRU 4000-EXIT
                   OUTPUT PROCEDURE IS 5000-RAISE-INVOICES
                       THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-CHARGES-READ TO JST-RECORDS-READ
           MOVE WS-CHARGES-INVOICED TO JST-RECORDS-WRITTEN
           MOVE WS-SPONSORS-MISSING TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "SponsorInvoi" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "SPNINVCE" TO ERR-PROGRAM-ID
           MOVE "SponsorInvoi" TO WS-JRN-PROGRAM-ID
           MOVE "SponsorInvoi" TO WS-LOCK-PROGRAM-ID
           OPEN INPUT SPONSOR-RECEIVABLE-FILE
           IF WS-SPONRCV-NOTFOUND
               DISPLAY "SponsorInvoice - no sponsor receivables, "
                   "nothing to invoice"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           CLOSE SPONSOR-RECEIVABLE-FILE
           MOVE "SPONRCV " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O SPONSOR-RECEIVABLE-FILE
           OPEN I-O SPONSOR-INVOICE-FILE
           IF WS-SPNINV-NOTFOUND
               CLOSE SPONSOR-INVOICE-FILE
               OPEN OUTPUT SPONSOR-INVOICE-FILE
               CLOSE SPONSOR-INVOICE-FILE
               OPEN I-O SPONSOR-INVOICE-FILE
           END-IF
           OPEN INPUT SPONSOR-MASTER-FILE
           OPEN INPUT COURSE-MASTER-FILE
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN OUTPUT INVOICE-PRINT-FILE
           OPEN EXTEND ERROR-LOG-FILE
           PERFORM 1100-FIND-HIGH-INVOICE THRU 1100-EXIT
           PERFORM 9985-APPLY-SPONSOR-CREDITS THRU 9985-EXIT
           DISPLAY "SponsorInvoice - invoicing sponsors".
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-FIND-HIGH-INVOICE - sponsor invoice numbering       *
      *    carries on from the highest already on file              *
      *-----------------------------------------------------------*
       1100-FIND-HIGH-INVOICE.
           PERFORM 1110-SCAN-ONE-INVOICE THRU 1110-EXIT
               UNTIL WS-INV-END.
       1100-EXIT.
           EXIT.

       1110-SCAN-ONE-INVOICE.
           READ SPONSOR-INVOICE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INV-EOF-SWITCH
               NOT AT END
                   IF SPI-INVOICE-NUMBER > WS-NEXT-INVOICE-NUMBER
                       MOVE SPI-INVOICE-NUMBER
                           TO WS-NEXT-INVOICE-NUMBER
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-RELEASE-CHARGES - SORT input procedure; every       *
      *    sponsor charge not yet on a sponsor invoice, less any    *
      *    cancelled or for a cancelled course                      *
      *-----------------------------------------------------------*
       4000-RELEASE-CHARGES.
           PERFORM 4100-RELEASE-ONE-CHARGE THRU 4100-EXIT
               UNTIL WS-RCV-END.
       4000-EXIT.
           EXIT.

       4100-RELEASE-ONE-CHARGE.
           READ SPONSOR-RECEIVABLE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RCV-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-CHARGES-READ
           IF NOT SPR-NOT-YET-INVOICED OR SPR-AMOUNT-BILLED = ZERO
               GO TO 4100-EXIT
           END-IF
           IF SPR-STATUS-CANCELLED
               ADD 1 TO WS-CHARGES-CANCELLED
               GO TO 4100-EXIT
           END-IF
           IF NOT WS-COURSE-NOTFOUND
               MOVE SPR-COURSE-CODE TO CRS-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CRS-CANCELLED
                           ADD 1 TO WS-CHARGES-CANCELLED
                           GO TO 4100-EXIT
                       END-IF
               END-READ
           END-IF
           MOVE SPR-SPONSOR-ID     TO SRT-SPONSOR-ID
           MOVE SPR-STUDENT-ID     TO SRT-STUDENT-ID
           MOVE SPR-COURSE-CODE    TO SRT-COURSE-CODE
           MOVE SPR-TERM-CODE      TO SRT-TERM-CODE
           MOVE SPR-AUTH-REFERENCE TO SRT-AUTH-REFERENCE
           MOVE SPR-AMOUNT-BILLED  TO SRT-AMOUNT-BILLED
           RELEASE SORT-RECORD.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-RAISE-INVOICES - SORT output procedure; one         *
      *    invoice per sponsor break                                *
      *-----------------------------------------------------------*
       5000-RAISE-INVOICES.
           PERFORM 5010-RETURN-SORTED THRU 5010-EXIT
           PERFORM 5100-INVOICE-ONE-SPONSOR THRU 5100-EXIT
               UNTIL WS-SORT-END.
       5000-EXIT.
           EXIT.

       5010-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
       5010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5100-INVOICE-ONE-SPONSOR - header, every charge for      *
      *    the sponsor, the total, then the invoice record          *
      *-----------------------------------------------------------*
       5100-INVOICE-ONE-SPONSOR.
           MOVE SRT-SPONSOR-ID TO WS-CURRENT-SPONSOR
           PERFORM 5300-GET-SPONSOR THRU 5300-EXIT
           ADD 1 TO WS-NEXT-INVOICE-NUMBER
           MOVE WS-NEXT-INVOICE-NUMBER TO SPI-INVOICE-NUMBER
           MOVE WS-CURRENT-SPONSOR     TO SPI-SPONSOR-ID
           MOVE WS-PROCESSING-DATE     TO SPI-INVOICE-DATE
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
                   + SPN-TERMS-DAYS
           COMPUTE SPI-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
           MOVE ZERO TO SPI-LINE-COUNT
           MOVE ZERO TO SPI-AMOUNT-BILLED
           MOVE ZERO TO SPI-AMOUNT-PAID
           SET SPI-STATUS-OPEN TO TRUE
           PERFORM 5400-PRINT-INVOICE-HEADER THRU 5400-EXIT
           PERFORM 5200-INVOICE-ONE-CHARGE THRU 5200-EXIT
               UNTIL WS-SORT-END
                   OR SRT-SPONSOR-ID NOT = WS-CURRENT-SPONSOR
           MOVE SPI-LINE-COUNT    TO WIT-LINE-COUNT
           MOVE SPI-AMOUNT-BILLED TO WIT-AMOUNT
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE WS-INVOICE-TOTAL-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE WS-REMIT-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE WS-SEPARATOR-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           WRITE SPONSOR-INVOICE-RECORD
           MOVE "SPNINV  " TO WS-JRN-FILE-NAME
           MOVE 'W' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE SPI-INVOICE-NUMBER TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE SPONSOR-INVOICE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           ADD 1 TO WS-INVOICES-RAISED
           ADD SPI-AMOUNT-BILLED TO WS-TOTAL-INVOICED.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5200-INVOICE-ONE-CHARGE - the charge is stamped with     *
      *    this invoice and printed with the student's name         *
      *-----------------------------------------------------------*
       5200-INVOICE-ONE-CHARGE.
           MOVE SRT-STUDENT-ID  TO SPR-STUDENT-ID
           MOVE SRT-COURSE-CODE TO SPR-COURSE-CODE
           READ SPONSOR-RECEIVABLE-FILE
               INVALID KEY
                   GO TO 5200-NEXT
           END-READ
           MOVE SPI-INVOICE-NUMBER TO SPR-SPONSOR-INVOICE-NO
           REWRITE SPONSOR-RECEIVABLE-RECORD
           MOVE "SPONRCV " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE SPR-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE SPONSOR-RECEIVABLE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           ADD 1 TO SPI-LINE-COUNT
           ADD SRT-AMOUNT-BILLED TO SPI-AMOUNT-BILLED
           ADD 1 TO WS-CHARGES-INVOICED
           MOVE SRT-STUDENT-ID TO STU-ID
           MOVE SPACES TO WCH-STUDENT-NAME
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "** not on student master **"
                       TO WCH-STUDENT-NAME
               NOT INVALID KEY
                   STRING STU-SURNAME DELIMITED BY "  "
                          ", " DELIMITED BY SIZE
                          STU-GIVEN-NAME DELIMITED BY "  "
                       INTO WCH-STUDENT-NAME
                   END-STRING
           END-READ
           MOVE SRT-STUDENT-ID     TO WCH-STUDENT-ID
           MOVE SRT-COURSE-CODE    TO WCH-COURSE-CODE
           MOVE SRT-TERM-CODE      TO WCH-TERM-CODE
           MOVE SRT-AUTH-REFERENCE TO WCH-AUTH-REFERENCE
           MOVE SRT-AMOUNT-BILLED  TO WCH-AMOUNT
           MOVE WS-CHARGE-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.
       5200-NEXT.
           PERFORM 5010-RETURN-SORTED THRU 5010-EXIT.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5300-GET-SPONSOR - the billing address and terms; a      *
      *    sponsor gone from the master bills at 30 days and is     *
      *    logged for its address                                   *
      *-----------------------------------------------------------*
       5300-GET-SPONSOR.
           MOVE WS-CURRENT-SPONSOR TO SPN-SPONSOR-ID
           READ SPONSOR-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO SPN-NAME SPN-STREET SPN-CITY
                       SPN-STATE SPN-ZIP
                   MOVE "** sponsor not on master **" TO SPN-NAME
                   MOVE 30 TO SPN-TERMS-DAYS
                   MOVE "SNOF" TO ERR-CODE
                   MOVE "SRT-SPONSOR-ID" TO ERR-FIELD-NAME
                   MOVE WS-CURRENT-SPONSOR TO ERR-INPUT-DATA
                   MOVE "Sponsor invoiced but not on the master"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-SPONSORS-MISSING
           END-READ
           IF SPN-TERMS-DAYS NOT NUMERIC
               MOVE 30 TO SPN-TERMS-DAYS
           END-IF.
       5300-EXIT.
           EXIT.

       5400-PRINT-INVOICE-HEADER.
           MOVE SPI-INVOICE-NUMBER TO WIH-INVOICE-NUMBER
           MOVE WS-INVOICE-HEADING TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE "Bill to:" TO WBT-LABEL
           MOVE SPN-NAME TO WBT-TEXT
           MOVE WS-BILL-TO-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE SPACES TO WBT-LABEL
           MOVE SPN-STREET TO WBT-TEXT
           MOVE WS-BILL-TO-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE SPN-CITY  TO WCL-CITY
           MOVE SPN-STATE TO WCL-STATE
           MOVE SPN-ZIP   TO WCL-ZIP
           MOVE WS-CITY-LINE TO WBT-TEXT
           MOVE WS-BILL-TO-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE "Sponsor:" TO WBT-LABEL
           MOVE WS-CURRENT-SPONSOR TO WBT-TEXT
           MOVE WS-BILL-TO-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE SPI-INVOICE-DATE TO WTL-INVOICE-DATE
           MOVE SPN-TERMS-DAYS   TO WTL-TERMS-DAYS
           MOVE SPI-DUE-DATE     TO WTL-DUE-DATE
           MOVE WS-TERMS-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE WS-COLUMN-HEADING TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.
       5400-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE SPONSOR-RECEIVABLE-FILE
           CLOSE SPONSOR-INVOICE-FILE
           CLOSE SPONSOR-MASTER-FILE
           IF NOT WS-COURSE-NOTFOUND
               CLOSE COURSE-MASTER-FILE
           END-IF
           CLOSE STUDENT-MASTER-FILE
           CLOSE INVOICE-PRINT-FILE
           CLOSE ERROR-LOG-FILE
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           MOVE "SPONRCV " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
           DISPLAY "Sponsor charges read : " WS-CHARGES-READ
           DISPLAY "Charges invoiced     : " WS-CHARGES-INVOICED
           DISPLAY "Cancelled, passed by : " WS-CHARGES-CANCELLED
           DISPLAY "Credits applied      : " WS-SPC-APPLIED-COUNT
           DISPLAY "Total credited       : " WS-SPC-APPLIED-TOTAL
           DISPLAY "Sponsor invoices     : " WS-INVOICES-RAISED
           DISPLAY "Total invoiced       : " WS-TOTAL-INVOICED
           DISPLAY "Sponsors not on file : " WS-SPONSORS-MISSING
           IF WS-SPONSORS-MISSING > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY ERRLOGPA.

       COPY PRCDTPA.

       COPY JOBSTAPA.

       COPY LOCKPA.

       COPY JRNLPA.

       COPY SPCRPA.
