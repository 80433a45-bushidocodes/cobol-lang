      ******************************************************************
      *    PROGRAM-ID: AgencyRemit
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Posts the collection agency's remittance
      *                  file (AGYREMIT.DAT).  Each line is a
      *                  recovery on an account we placed: the gross
      *                  the student paid the agency, the commission
      *                  the agency kept and the net it sent us.  On
      *                  a placed invoice the gross is credited to
      *                  the invoice like a payment (an invoice paid
      *                  in full is marked PAID and its collection
      *                  account settled), goes to the student
      *                  account ledger, and the net and commission
      *                  ride the AGYRECOV and AGYCOMM money controls
      *                  - cash and collection expense against A/R
      *                  in the GL export, both on the posted side of
      *                  the aging.  On a written-off invoice the A/R
      *                  is already gone: the recovery is counted on
      *                  the collection account only, settling it
      *                  once the write-off is covered, and rides
      *                  BDRECOV / BDCOMM for the bad-debt recovery
      *                  entry.  A student whose balance clears and
      *                  who has no write-off still unrecovered is
      *                  released from financial hold.  A line that
      *                  does not foot (net not gross less
      *                  commission), names no account placed with
      *                  the agency, or would over-recover the
      *                  account is rejected to the exception log.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AgencyRemit.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-TXN-FILE ASSIGN TO "AGYREMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT COLLECTION-ACCOUNT-FILE ASSIGN TO "COLLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-KEY
               FILE STATUS IS WS-COLLECT-STATUS.

           SELECT FINANCIAL-HOLD-FILE ASSIGN TO "FINHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FNH-STUDENT-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT MONEY-CONTROL-FILE ASSIGN TO "CTLMONEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           COPY LOCKSEL.
           COPY JRNLSEL.
           COPY ACCTLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  REMIT-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AGYREMIT.

       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INVOICE.

       FD  COLLECTION-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COLLACCT.

       FD  FINANCIAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FINHOLD.

       FD  MONEY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLMONEY.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.
       COPY ACCTLFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.
       COPY LOCKWS.
       COPY JRNLWS.
       COPY ACCTLWS.

       01  WS-TXN-STATUS            PIC X(02).
           88  WS-TXN-NOTFOUND      VALUE "35".

       01  WS-INVOICE-STATUS        PIC X(02).
           88  WS-INVOICE-NOTFOUND  VALUE "35".

       01  WS-COLLECT-STATUS        PIC X(02).
           88  WS-COLLECT-NOTFOUND  VALUE "35".

       01  WS-HOLD-STATUS           PIC X(02).
           88  WS-HOLD-NOTFOUND     VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-BALANCE-DONE-SWITCH PIC X(01).
               88  WS-BALANCE-DONE  VALUE 'Y'.
           05  WS-BALANCE-LEFT-SWITCH PIC X(01).
               88  WS-BALANCE-LEFT  VALUE 'Y'.

       01  WS-NET-CHECK             PIC S9(06)V99.

       01  WS-COUNTERS.
           05  WS-REMITS-READ       PIC 9(07) VALUE ZERO.
           05  WS-REMITS-REJECTED   PIC 9(07) VALUE ZERO.
           05  WS-RECOVERIES-POSTED PIC 9(07) VALUE ZERO.
           05  WS-BD-RECOVERIES     PIC 9(07) VALUE ZERO.
           05  WS-ACCOUNTS-SETTLED  PIC 9(07) VALUE ZERO.

       01  WS-TOTAL-AR-NET          PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-AR-COMMISSION   PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-BD-NET          PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-BD-COMMISSION   PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-POST-REMIT THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-REMITS-READ TO JST-RECORDS-READ
           COMPUTE JST-RECORDS-WRITTEN =
               WS-RECOVERIES-POSTED + WS-BD-RECOVERIES
           MOVE WS-REMITS-REJECTED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "AgencyRemit " TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "AGYREMIT" TO ERR-PROGRAM-ID
           MOVE "AgencyRemit " TO WS-JRN-PROGRAM-ID
           MOVE "AgencyRemit " TO WS-ACL-PROGRAM-ID
           MOVE "AgencyRemit " TO WS-LOCK-PROGRAM-ID
           OPEN INPUT REMIT-TXN-FILE
           IF WS-TXN-NOTFOUND
               DISPLAY "AgencyRemit - no AGYREMIT.DAT, nothing to do"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
               CLOSE REMIT-TXN-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O COLLECTION-ACCOUNT-FILE
           IF WS-COLLECT-NOTFOUND
               DISPLAY "AgencyRemit - no collection accounts, "
                   "nothing has been placed"
               PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
               PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
               CLOSE REMIT-TXN-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O INVOICE-FILE
           OPEN I-O FINANCIAL-HOLD-FILE
           IF WS-HOLD-NOTFOUND
               DISPLAY "AgencyRemit - no hold file on hand"
           END-IF
           OPEN EXTEND MONEY-CONTROL-FILE
           OPEN EXTEND ERROR-LOG-FILE
           DISPLAY "AgencyRemit - posting agency recoveries"
           PERFORM 2100-READ-REMIT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-POST-REMIT.
           ADD 1 TO WS-REMITS-READ
           PERFORM 2200-APPLY-REMIT THRU 2200-EXIT
           PERFORM 2100-READ-REMIT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-REMIT.
           READ REMIT-TXN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-APPLY-REMIT - the line must foot and name an        *
      *    account placed with the agency                           *
      *-----------------------------------------------------------*
       2200-APPLY-REMIT.
           IF ARM-STUDENT-ID NOT NUMERIC
                   OR ARM-GROSS-AMOUNT NOT NUMERIC
                   OR ARM-COMMISSION NOT NUMERIC
                   OR ARM-NET-AMOUNT NOT NUMERIC
               MOVE "TMPL" TO ERR-CODE
               MOVE "ARM-STUDENT-ID" TO ERR-FIELD-NAME
               MOVE AGENCY-REMIT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Remittance line misaligned or not numeric"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-REMITS-REJECTED
               GO TO 2200-EXIT
           END-IF
           COMPUTE WS-NET-CHECK =
               ARM-GROSS-AMOUNT - ARM-COMMISSION - ARM-NET-AMOUNT
           IF WS-NET-CHECK NOT = ZERO OR ARM-GROSS-AMOUNT = ZERO
               MOVE "NETA" TO ERR-CODE
               MOVE "ARM-NET-AMOUNT" TO ERR-FIELD-NAME
               MOVE AGENCY-REMIT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Net is not gross less commission"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-REMITS-REJECTED
               GO TO 2200-EXIT
           END-IF
           MOVE ARM-STUDENT-ID  TO CLA-STUDENT-ID
           MOVE ARM-COURSE-CODE TO CLA-COURSE-CODE
           READ COLLECTION-ACCOUNT-FILE
               INVALID KEY
                   MOVE "NPLC" TO ERR-CODE
                   MOVE "ARM-STUDENT-ID" TO ERR-FIELD-NAME
                   MOVE AGENCY-REMIT-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "No account placed for student and course"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-REMITS-REJECTED
                   GO TO 2200-EXIT
           END-READ
           IF CLA-INVOICE-NUMBER NOT = ARM-INVOICE-NUMBER
               MOVE "INVN" TO ERR-CODE
               MOVE "ARM-INVOICE-NUMBER" TO ERR-FIELD-NAME
               MOVE AGENCY-REMIT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Invoice number differs from the placement"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-REMITS-REJECTED
               GO TO 2200-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CLA-STATUS-PLACED
                   PERFORM 2300-RECOVER-PLACED THRU 2300-EXIT
               WHEN CLA-STATUS-WRITTEN-OFF
                   PERFORM 2400-RECOVER-WRITTEN-OFF THRU 2400-EXIT
               WHEN OTHER
                   MOVE "SETL" TO ERR-CODE
                   MOVE "CLA-STATUS-CODE" TO ERR-FIELD-NAME
                   MOVE AGENCY-REMIT-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "Collection account already settled"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-REMITS-REJECTED
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-RECOVER-PLACED - the gross comes off the invoice    *
      *    as a payment would                                       *
      *-----------------------------------------------------------*
       2300-RECOVER-PLACED.
           MOVE ARM-STUDENT-ID  TO INV-STUDENT-ID
           MOVE ARM-COURSE-CODE TO INV-COURSE-CODE
           READ INVOICE-FILE
               INVALID KEY
                   MOVE "NINV" TO ERR-CODE
                   MOVE "ARM-STUDENT-ID" TO ERR-FIELD-NAME
                   MOVE AGENCY-REMIT-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "No invoice for this student and course"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-REMITS-REJECTED
                   GO TO 2300-EXIT
           END-READ
           IF INV-AMOUNT-PAID + ARM-GROSS-AMOUNT > INV-AMOUNT-BILLED
               MOVE "OVER" TO ERR-CODE
               MOVE "ARM-GROSS-AMOUNT" TO ERR-FIELD-NAME
               MOVE AGENCY-REMIT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Recovery would overpay the invoice"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-REMITS-REJECTED
               GO TO 2300-EXIT
           END-IF
           ADD ARM-GROSS-AMOUNT TO INV-AMOUNT-PAID
           IF INV-AMOUNT-PAID >= INV-AMOUNT-BILLED
               SET INV-STATUS-PAID TO TRUE
           END-IF
           REWRITE INVOICE-RECORD
           MOVE "INVOICE " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE INV-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE INVOICE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           ADD ARM-GROSS-AMOUNT TO CLA-RECOVERED-GROSS
           ADD ARM-COMMISSION   TO CLA-COMMISSION-TOTAL
           IF INV-STATUS-PAID
               SET CLA-STATUS-SETTLED TO TRUE
               ADD 1 TO WS-ACCOUNTS-SETTLED
           END-IF
           REWRITE COLLECTION-ACCOUNT-RECORD
           ADD 1 TO WS-RECOVERIES-POSTED
           ADD ARM-NET-AMOUNT TO WS-TOTAL-AR-NET
           ADD ARM-COMMISSION TO WS-TOTAL-AR-COMMISSION
           MOVE ARM-STUDENT-ID     TO WS-ACL-STUDENT-ID
           MOVE ARM-COURSE-CODE    TO WS-ACL-COURSE-CODE
           MOVE "AGYR"             TO WS-ACL-TXN-TYPE
           MOVE ARM-GROSS-AMOUNT   TO WS-ACL-AMOUNT
           MOVE INV-INVOICE-NUMBER TO WS-ACL-REFERENCE
           PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT
           IF NOT WS-HOLD-NOTFOUND
               PERFORM 2500-RELEASE-HOLD THRU 2500-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-RECOVER-WRITTEN-OFF - the invoice is closed; the    *
      *    recovery is counted against the write-off only           *
      *-----------------------------------------------------------*
       2400-RECOVER-WRITTEN-OFF.
           IF CLA-WO-RECOVERED + ARM-GROSS-AMOUNT >
                   CLA-WRITTEN-OFF-AMOUNT
               MOVE "OVER" TO ERR-CODE
               MOVE "ARM-GROSS-AMOUNT" TO ERR-FIELD-NAME
               MOVE AGENCY-REMIT-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Recovery exceeds the amount written off"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-REMITS-REJECTED
               GO TO 2400-EXIT
           END-IF
           ADD ARM-GROSS-AMOUNT TO CLA-WO-RECOVERED
           ADD ARM-GROSS-AMOUNT TO CLA-RECOVERED-GROSS
           ADD ARM-COMMISSION   TO CLA-COMMISSION-TOTAL
           IF CLA-WO-RECOVERED >= CLA-WRITTEN-OFF-AMOUNT
               SET CLA-STATUS-SETTLED TO TRUE
               ADD 1 TO WS-ACCOUNTS-SETTLED
           END-IF
           REWRITE COLLECTION-ACCOUNT-RECORD
           ADD 1 TO WS-BD-RECOVERIES
           ADD ARM-NET-AMOUNT TO WS-TOTAL-BD-NET
           ADD ARM-COMMISSION TO WS-TOTAL-BD-COMMISSION
           IF CLA-STATUS-SETTLED AND NOT WS-HOLD-NOTFOUND
               PERFORM 2500-RELEASE-HOLD THRU 2500-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-RELEASE-HOLD - PaymentPost's rule: a held student   *
      *    with nothing owing and no write-off still unrecovered    *
      *    is released on the spot                                  *
      *-----------------------------------------------------------*
       2500-RELEASE-HOLD.
           MOVE ARM-STUDENT-ID TO FNH-STUDENT-ID
           READ FINANCIAL-HOLD-FILE
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ
           PERFORM 2550-CHECK-BALANCE-LEFT THRU 2550-EXIT
           IF NOT WS-BALANCE-LEFT
               PERFORM 2600-CHECK-WRITE-OFFS THRU 2600-EXIT
           END-IF
           IF NOT WS-BALANCE-LEFT
               DELETE FINANCIAL-HOLD-FILE
               DISPLAY "AgencyRemit - hold released for "
                   ARM-STUDENT-ID
           END-IF.
       2500-EXIT.
           EXIT.

       2550-CHECK-BALANCE-LEFT.
           MOVE 'N' TO WS-BALANCE-LEFT-SWITCH
           MOVE 'N' TO WS-BALANCE-DONE-SWITCH
           MOVE ARM-STUDENT-ID TO INV-STUDENT-ID
           MOVE LOW-VALUES     TO INV-COURSE-CODE
           START INVOICE-FILE KEY NOT < INV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BALANCE-DONE-SWITCH
           END-START
           PERFORM 2560-CHECK-ONE-BALANCE THRU 2560-EXIT
               UNTIL WS-BALANCE-DONE OR WS-BALANCE-LEFT.
       2550-EXIT.
           EXIT.

       2560-CHECK-ONE-BALANCE.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BALANCE-DONE-SWITCH
                   GO TO 2560-EXIT
           END-READ
           IF INV-STUDENT-ID NOT = ARM-STUDENT-ID
               MOVE 'Y' TO WS-BALANCE-DONE-SWITCH
               GO TO 2560-EXIT
           END-IF
           IF INV-AMOUNT-PAID < INV-AMOUNT-BILLED
               MOVE 'Y' TO WS-BALANCE-LEFT-SWITCH
           END-IF.
       2560-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2600-CHECK-WRITE-OFFS - a write-off not yet recovered    *
      *    keeps the hold even with the invoices all clear          *
      *-----------------------------------------------------------*
       2600-CHECK-WRITE-OFFS.
           MOVE 'N' TO WS-BALANCE-DONE-SWITCH
           MOVE ARM-STUDENT-ID TO CLA-STUDENT-ID
           MOVE LOW-VALUES     TO CLA-COURSE-CODE
           START COLLECTION-ACCOUNT-FILE KEY NOT < CLA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BALANCE-DONE-SWITCH
           END-START
           PERFORM 2650-CHECK-ONE-ACCOUNT THRU 2650-EXIT
               UNTIL WS-BALANCE-DONE OR WS-BALANCE-LEFT.
       2600-EXIT.
           EXIT.

       2650-CHECK-ONE-ACCOUNT.
           READ COLLECTION-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BALANCE-DONE-SWITCH
                   GO TO 2650-EXIT
           END-READ
           IF CLA-STUDENT-ID NOT = ARM-STUDENT-ID
               MOVE 'Y' TO WS-BALANCE-DONE-SWITCH
               GO TO 2650-EXIT
           END-IF
           IF CLA-STATUS-WRITTEN-OFF
               MOVE 'Y' TO WS-BALANCE-LEFT-SWITCH
           END-IF.
       2650-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           PERFORM 9100-WRITE-MONEY-CONTROL THRU 9100-EXIT
           CLOSE REMIT-TXN-FILE
           CLOSE INVOICE-FILE
           CLOSE COLLECTION-ACCOUNT-FILE
           CLOSE FINANCIAL-HOLD-FILE
           CLOSE MONEY-CONTROL-FILE
           CLOSE ERROR-LOG-FILE
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           PERFORM 9930-CLOSE-ACCOUNT-LEDGER THRU 9930-EXIT
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
           DISPLAY "Remittances read     : " WS-REMITS-READ
           DISPLAY "Recoveries on A/R    : " WS-RECOVERIES-POSTED
           DISPLAY "Recoveries bad debt  : " WS-BD-RECOVERIES
           DISPLAY "Remittances rejected : " WS-REMITS-REJECTED
           DISPLAY "Accounts settled     : " WS-ACCOUNTS-SETTLED
           DISPLAY "Net on A/R           : " WS-TOTAL-AR-NET
           DISPLAY "Commission on A/R    : " WS-TOTAL-AR-COMMISSION
           DISPLAY "Net on bad debt      : " WS-TOTAL-BD-NET
           DISPLAY "Commission bad debt  : " WS-TOTAL-BD-COMMISSION
           IF WS-REMITS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9100-WRITE-MONEY-CONTROL - net and commission            *
      *    apart, A/R and bad debt apart, for the GL export         *
      *-----------------------------------------------------------*
       9100-WRITE-MONEY-CONTROL.
           MOVE WS-PROC-YEAR  TO CTM-RUN-YEAR
           MOVE WS-PROC-MONTH TO CTM-RUN-MONTH
           MOVE WS-PROC-DAY   TO CTM-RUN-DAY
           IF WS-RECOVERIES-POSTED > ZERO
               MOVE "AGYRECOV" TO CTM-PROGRAM-ID
               MOVE WS-RECOVERIES-POSTED TO CTM-RECORD-COUNT
               MOVE WS-TOTAL-AR-NET TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
               MOVE "AGYCOMM " TO CTM-PROGRAM-ID
               MOVE WS-TOTAL-AR-COMMISSION TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
           END-IF
           IF WS-BD-RECOVERIES > ZERO
               MOVE "BDRECOV " TO CTM-PROGRAM-ID
               MOVE WS-BD-RECOVERIES TO CTM-RECORD-COUNT
               MOVE WS-TOTAL-BD-NET TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
               MOVE "BDCOMM  " TO CTM-PROGRAM-ID
               MOVE WS-TOTAL-BD-COMMISSION TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
           END-IF.
       9100-EXIT.
           EXIT.

       COPY ERRLOGPA.

       COPY PRCDTPA.

       COPY JOBSTAPA.

       COPY LOCKPA.

       COPY JRNLPA.

       COPY ACCTLPA.
