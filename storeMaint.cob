      ******************************************************************
      *    PROGRAM-ID: StoreMaintenance
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Front Store - Point of Sale Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Applies add/change/delete transactions
      *                  against the store master (STORMAST.DAT), in
      *                  the ClerkCertMaintenance style.  The district
      *                  office feeds STRMNT.DAT with new stores,
      *                  district moves, manager changes and liquor
      *                  license renewals, and sets the run flag
      *                  that puts a store's transaction file on the
      *                  consolidated age-verification run.  A
      *                  sign-on against the operator master is
      *                  required.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    StoreMaintenance.
       AUTHOR.        D. Falk.
       INSTALLATION.  Front Store - Point of Sale Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTENANCE-TXN-FILE ASSIGN TO "STRMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT STORE-MASTER-FILE ASSIGN TO "STORMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STORE-NUMBER
               FILE STATUS IS WS-STORE-STATUS.

           COPY OPERVSEL.

           COPY ERRLGSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  MAINTENANCE-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STRTRAN.

       FD  STORE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STORMAST.

       COPY OPERVFD.
       COPY OPERMAST.

       COPY ERRLGFD.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY SYSCLOCK.

       COPY OPERVWS.

       01  WS-TXN-STATUS            PIC X(02).
           88  WS-TXN-NOTFOUND      VALUE "35".

       01  WS-STORE-STATUS          PIC X(02).
           88  WS-STORE-OK          VALUE "00".
           88  WS-STORE-NOTFOUND    VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.

       01  WS-OPERATOR-ID           PIC X(08).

       01  WS-COUNTERS.
           05  WS-ADDS-APPLIED      PIC 9(05) VALUE ZERO.
           05  WS-CHANGES-APPLIED   PIC 9(05) VALUE ZERO.
           05  WS-DELETES-APPLIED   PIC 9(05) VALUE ZERO.
           05  WS-TXNS-REJECTED     PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE "STRMAINT" TO ERR-PROGRAM-ID
           OPEN EXTEND ERROR-LOG-FILE
           MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID
           PERFORM 9600-VERIFY-OPERATOR THRU 9600-EXIT
           IF NOT WS-OPERATOR-VALID
               MOVE "AUTH" TO ERR-CODE
               MOVE "WS-OPERATOR-ID" TO ERR-FIELD-NAME
               MOVE WS-OPERATOR-ID TO ERR-INPUT-DATA
               MOVE "Operator not on the operator master"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "StoreMaintenance - operator not "
                   "authorized, no transactions applied"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT MAINTENANCE-TXN-FILE
           IF WS-TXN-NOTFOUND
               DISPLAY "StoreMaintenance - no transactions"
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN I-O STORE-MASTER-FILE
           IF WS-STORE-NOTFOUND
               CLOSE STORE-MASTER-FILE
               OPEN OUTPUT STORE-MASTER-FILE
               CLOSE STORE-MASTER-FILE
               OPEN I-O STORE-MASTER-FILE
           END-IF
           DISPLAY "StoreMaintenance - applying transactions"
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-APPLY-TRANSACTION.
           IF STR-STORE-NUMBER NOT NUMERIC
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Store number not numeric " STR-STORE-NUMBER
               GO TO 2000-NEXT
           END-IF
           IF STR-RUN-FLAG NOT = 'Y' AND STR-RUN-FLAG NOT = 'N'
                   AND STR-RUN-FLAG NOT = SPACE
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Run flag must be Y or N for store "
                   STR-STORE-NUMBER
               GO TO 2000-NEXT
           END-IF
           EVALUATE TRUE
               WHEN STR-ADD
                   PERFORM 2200-APPLY-ADD THRU 2200-EXIT
               WHEN STR-CHANGE
                   PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
               WHEN STR-DELETE
                   PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
               WHEN OTHER
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Invalid action code for store "
                       STR-STORE-NUMBER
           END-EVALUATE.
       2000-NEXT.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           READ MAINTENANCE-TXN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-APPLY-ADD - a new store needs a name and a          *
      *    district; it stays off the run until flagged Y           *
      *-----------------------------------------------------------*
       2200-APPLY-ADD.
           IF STR-STORE-NAME = SPACES OR STR-DISTRICT = SPACES
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Add rejected - name and district required "
                   "for store " STR-STORE-NUMBER
               GO TO 2200-EXIT
           END-IF
           MOVE STR-STORE-NUMBER     TO STM-STORE-NUMBER
           MOVE STR-STORE-NAME       TO STM-STORE-NAME
           MOVE STR-STREET           TO STM-STREET
           MOVE STR-CITY             TO STM-CITY
           MOVE STR-STATE            TO STM-STATE
           MOVE STR-ZIP              TO STM-ZIP
           MOVE STR-DISTRICT         TO STM-DISTRICT
           MOVE STR-DISTRICT-MANAGER TO STM-DISTRICT-MANAGER
           MOVE STR-LICENSE-NUMBER   TO STM-LICENSE-NUMBER
           IF STR-LICENSE-EXPIRY NUMERIC
               MOVE STR-LICENSE-EXPIRY TO STM-LICENSE-EXPIRY
           ELSE
               MOVE ZERO TO STM-LICENSE-EXPIRY
           END-IF
           MOVE STR-CHECK-FILE-NAME  TO STM-CHECK-FILE-NAME
           IF STR-RUN-FLAG = 'Y'
               MOVE 'Y' TO STM-RUN-FLAG
           ELSE
               MOVE 'N' TO STM-RUN-FLAG
           END-IF
           WRITE STORE-MASTER-RECORD
           IF WS-STORE-OK
               ADD 1 TO WS-ADDS-APPLIED
           ELSE
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Add rejected for store " STR-STORE-NUMBER
                   " status " WS-STORE-STATUS
           END-IF.
       2200-EXIT.
           EXIT.

       2300-APPLY-CHANGE.
           MOVE STR-STORE-NUMBER TO STM-STORE-NUMBER
           READ STORE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Change rejected - store not on file "
                       STR-STORE-NUMBER
                   GO TO 2300-EXIT
           END-READ
           IF STR-STORE-NAME NOT = SPACES
               MOVE STR-STORE-NAME TO STM-STORE-NAME
           END-IF
           IF STR-STREET NOT = SPACES
               MOVE STR-STREET TO STM-STREET
           END-IF
           IF STR-CITY NOT = SPACES
               MOVE STR-CITY TO STM-CITY
           END-IF
           IF STR-STATE NOT = SPACES
               MOVE STR-STATE TO STM-STATE
           END-IF
           IF STR-ZIP NOT = SPACES
               MOVE STR-ZIP TO STM-ZIP
           END-IF
           IF STR-DISTRICT NOT = SPACES
               MOVE STR-DISTRICT TO STM-DISTRICT
           END-IF
           IF STR-DISTRICT-MANAGER NOT = SPACES
               MOVE STR-DISTRICT-MANAGER TO STM-DISTRICT-MANAGER
           END-IF
           IF STR-LICENSE-NUMBER NOT = SPACES
               MOVE STR-LICENSE-NUMBER TO STM-LICENSE-NUMBER
           END-IF
           IF STR-LICENSE-EXPIRY NUMERIC
               MOVE STR-LICENSE-EXPIRY TO STM-LICENSE-EXPIRY
           END-IF
           IF STR-CHECK-FILE-NAME NOT = SPACES
               MOVE STR-CHECK-FILE-NAME TO STM-CHECK-FILE-NAME
           END-IF
           IF STR-RUN-FLAG NOT = SPACE
               MOVE STR-RUN-FLAG TO STM-RUN-FLAG
           END-IF
           REWRITE STORE-MASTER-RECORD
           ADD 1 TO WS-CHANGES-APPLIED.
       2300-EXIT.
           EXIT.

       2400-APPLY-DELETE.
           MOVE STR-STORE-NUMBER TO STM-STORE-NUMBER
           READ STORE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Delete rejected - store not on file "
                       STR-STORE-NUMBER
               NOT INVALID KEY
                   DELETE STORE-MASTER-FILE
                   ADD 1 TO WS-DELETES-APPLIED
           END-READ.
       2400-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ERROR-LOG-FILE
           IF RETURN-CODE = 16 OR WS-TXN-NOTFOUND
               GO TO 9000-EXIT
           END-IF
           CLOSE MAINTENANCE-TXN-FILE
           CLOSE STORE-MASTER-FILE
           DISPLAY "Adds applied   : " WS-ADDS-APPLIED
           DISPLAY "Changes applied: " WS-CHANGES-APPLIED
           DISPLAY "Deletes applied: " WS-DELETES-APPLIED
           DISPLAY "Rejected       : " WS-TXNS-REJECTED.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY OPERVRPA.

       COPY ERRLOGPA.
