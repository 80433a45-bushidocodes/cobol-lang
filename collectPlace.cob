      ******************************************************************
      *    PROGRAM-ID: CollectPlacement
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Collection agency placement run.  An open
      *                  invoice whose final demand (DunningRun
      *                  level 3, DUNHIST.DAT) went out at least
      *                  COLL_PLACE_DAYS ago (default 30) and which
      *                  still owes at least COLL_PLACE_MINIMUM whole
      *                  dollars (default 100) is placed with the
      *                  outside agency: a detail record on
      *                  AGYPLACE.DAT with the student's name,
      *                  address and phone, the invoice marked C
      *                  (placed) so dunning and late fees stop, and
      *                  a COLLACCT.DAT record opened for the
      *                  agency's remittances and any later write-
      *                  off.  The invoice balance itself is not
      *                  touched - it stays on the aging until money
      *                  comes in or it is written off.  Parameters
      *                  master first, environment as the rerun
      *                  override.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CollectPlacement.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT DUNNING-HISTORY-FILE ASSIGN TO "DUNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUN-KEY
               FILE STATUS IS WS-DUNNING-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT COLLECTION-ACCOUNT-FILE ASSIGN TO "COLLACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-KEY
               FILE STATUS IS WS-COLLECT-STATUS.

           SELECT PLACEMENT-FILE ASSIGN TO "AGYPLACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           COPY PARMSEL.
           COPY LOCKSEL.
           COPY JRNLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INVOICE.

       FD  DUNNING-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DUNHIST.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  STUDENT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUADDR.

       FD  COLLECTION-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COLLACCT.

       FD  PLACEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AGYPLACE.

       COPY PARMFD.
       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY PARMWS.
       COPY LOCKWS.
       COPY JRNLWS.

       01  WS-INVOICE-STATUS        PIC X(02).
           88  WS-INVOICE-NOTFOUND  VALUE "35".

       01  WS-DUNNING-STATUS        PIC X(02).
           88  WS-DUNNING-NOTFOUND  VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).

       01  WS-ADDRESS-STATUS        PIC X(02).
           88  WS-ADDRESS-NOTFOUND  VALUE "35".

       01  WS-COLLECT-STATUS        PIC X(02).
           88  WS-COLLECT-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.

      *    Placement thresholds - days since the final demand and
      *    the least balance worth an agency's while.
       01  WS-PLACE-DAYS            PIC 9(03) VALUE 30.
       01  WS-PLACE-MINIMUM         PIC 9(05)V99 VALUE 100.00.
       01  WS-DAYS-PICK             PIC X(03).
       01  WS-DAYS-PICK-NUM REDEFINES WS-DAYS-PICK
                                    PIC 9(03).
       01  WS-MINIMUM-PICK          PIC X(05).
       01  WS-MINIMUM-PICK-NUM REDEFINES WS-MINIMUM-PICK
                                    PIC 9(05).

       01  WS-TODAY-INTEGER         PIC S9(09) COMP.
       01  WS-DEMAND-AGE-DAYS       PIC S9(05) COMP.
       01  WS-OUTSTANDING           PIC 9(05)V99.

       01  WS-COUNTERS.
           05  WS-INVOICES-READ     PIC 9(07) VALUE ZERO.
           05  WS-INVOICES-PLACED   PIC 9(07) VALUE ZERO.
           05  WS-BELOW-MINIMUM     PIC 9(07) VALUE ZERO.

       01  WS-TOTAL-PLACED          PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-JUDGE-ONE-INVOICE THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-INVOICES-READ TO JST-RECORDS-READ
           MOVE WS-INVOICES-PLACED TO JST-RECORDS-WRITTEN
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "CollectPlace" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT
           MOVE "CollectPlace" TO WS-JRN-PROGRAM-ID
           MOVE "CollectPlace" TO WS-LOCK-PROGRAM-ID
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O INVOICE-FILE
           IF WS-INVOICE-NOTFOUND
               DISPLAY "CollectPlacement - no invoice file, "
                   "nothing to place"
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT DUNNING-HISTORY-FILE
           IF WS-DUNNING-NOTFOUND
               DISPLAY "CollectPlacement - no dunning history, "
                   "nothing has reached final demand"
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT STUDENT-ADDRESS-FILE
           OPEN I-O COLLECTION-ACCOUNT-FILE
           IF WS-COLLECT-NOTFOUND
               CLOSE COLLECTION-ACCOUNT-FILE
               OPEN OUTPUT COLLECTION-ACCOUNT-FILE
               CLOSE COLLECTION-ACCOUNT-FILE
               OPEN I-O COLLECTION-ACCOUNT-FILE
           END-IF
           OPEN OUTPUT PLACEMENT-FILE
           MOVE SPACES TO AGENCY-HEADER-RECORD
           SET APL-IS-HEADER TO TRUE
           MOVE WS-PROCESSING-DATE TO APL-H-PLACED-DATE
           MOVE "Registrar's Office - Student Systems"
               TO APL-H-SENDER-NAME
           WRITE AGENCY-HEADER-RECORD
           DISPLAY "CollectPlacement - final demands over "
               WS-PLACE-DAYS " days, minimum " WS-PLACE-MINIMUM
           PERFORM 2100-READ-INVOICE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-GET-PARAMETERS - days since the final demand        *
      *    and the minimum; master first, environment next          *
      *-----------------------------------------------------------*
       1100-GET-PARAMETERS.
           MOVE "COLL_PLACE_DAYS" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:3) TO WS-DAYS-PICK
           IF WS-DAYS-PICK NUMERIC
               MOVE WS-DAYS-PICK-NUM TO WS-PLACE-DAYS
           END-IF
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "COLL_PLACE_DAYS"
           MOVE WS-PARM-VALUE(1:3) TO WS-DAYS-PICK
           IF WS-DAYS-PICK NUMERIC
               MOVE WS-DAYS-PICK-NUM TO WS-PLACE-DAYS
           END-IF
           MOVE "COLL_PLACE_MINIMUM" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:5) TO WS-MINIMUM-PICK
           IF WS-MINIMUM-PICK NUMERIC
               MOVE WS-MINIMUM-PICK-NUM TO WS-PLACE-MINIMUM
           END-IF
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "COLL_PLACE_MINIMUM"
           MOVE WS-PARM-VALUE(1:5) TO WS-MINIMUM-PICK
           IF WS-MINIMUM-PICK NUMERIC
               MOVE WS-MINIMUM-PICK-NUM TO WS-PLACE-MINIMUM
           END-IF.
       1100-EXIT.
           EXIT.

       2100-READ-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-JUDGE-ONE-INVOICE - open, final demand long         *
      *    enough ago, and enough still owing                       *
      *-----------------------------------------------------------*
       2000-JUDGE-ONE-INVOICE.
           ADD 1 TO WS-INVOICES-READ
           IF NOT INV-STATUS-OPEN
                   OR INV-AMOUNT-PAID >= INV-AMOUNT-BILLED
               GO TO 2000-NEXT
           END-IF
           MOVE INV-STUDENT-ID  TO DUN-STUDENT-ID
           MOVE INV-COURSE-CODE TO DUN-COURSE-CODE
           READ DUNNING-HISTORY-FILE
               INVALID KEY
                   GO TO 2000-NEXT
           END-READ
           IF DUN-LAST-LEVEL < 3
               GO TO 2000-NEXT
           END-IF
           COMPUTE WS-DEMAND-AGE-DAYS =
               WS-TODAY-INTEGER
                 - FUNCTION INTEGER-OF-DATE(DUN-LAST-SENT-DATE)
           IF WS-DEMAND-AGE-DAYS < WS-PLACE-DAYS
               GO TO 2000-NEXT
           END-IF
           COMPUTE WS-OUTSTANDING =
               INV-AMOUNT-BILLED - INV-AMOUNT-PAID
           IF WS-OUTSTANDING < WS-PLACE-MINIMUM
               ADD 1 TO WS-BELOW-MINIMUM
               GO TO 2000-NEXT
           END-IF
           PERFORM 2200-PLACE-INVOICE THRU 2200-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-INVOICE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-PLACE-INVOICE - invoice marked placed, collection   *
      *    account opened, detail to the agency                     *
      *-----------------------------------------------------------*
       2200-PLACE-INVOICE.
           SET INV-STATUS-PLACED TO TRUE
           REWRITE INVOICE-RECORD
           MOVE "INVOICE " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE INV-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE INVOICE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           MOVE INV-STUDENT-ID     TO CLA-STUDENT-ID
           MOVE INV-COURSE-CODE    TO CLA-COURSE-CODE
           MOVE INV-INVOICE-NUMBER TO CLA-INVOICE-NUMBER
           SET CLA-STATUS-PLACED TO TRUE
           MOVE WS-PROCESSING-DATE TO CLA-PLACED-DATE
           MOVE WS-OUTSTANDING     TO CLA-PLACED-AMOUNT
           MOVE ZERO   TO CLA-RECOVERED-GROSS
           MOVE ZERO   TO CLA-COMMISSION-TOTAL
           MOVE ZERO   TO CLA-WRITTEN-OFF-DATE
           MOVE ZERO   TO CLA-WRITTEN-OFF-AMOUNT
           MOVE ZERO   TO CLA-WO-RECOVERED
           MOVE SPACES TO CLA-WRITE-OFF-REASON
           MOVE SPACES TO CLA-WRITE-OFF-OPERATOR
      *    A settled account from an earlier placement of the same
      *    enrollment is replaced by the new one.
           WRITE COLLECTION-ACCOUNT-RECORD
               INVALID KEY
                   REWRITE COLLECTION-ACCOUNT-RECORD
           END-WRITE
           PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT
           ADD 1 TO WS-INVOICES-PLACED
           ADD WS-OUTSTANDING TO WS-TOTAL-PLACED.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-WRITE-DETAIL - name off the master, address and     *
      *    phone off the address file                               *
      *-----------------------------------------------------------*
       2300-WRITE-DETAIL.
           MOVE SPACES TO AGENCY-DETAIL-RECORD
           SET APL-IS-DETAIL TO TRUE
           MOVE INV-STUDENT-ID     TO APL-D-STUDENT-ID
           MOVE INV-COURSE-CODE    TO APL-D-COURSE-CODE
           MOVE INV-INVOICE-NUMBER TO APL-D-INVOICE-NUMBER
           MOVE INV-BILLED-DATE    TO APL-D-BILLED-DATE
           MOVE WS-OUTSTANDING     TO APL-D-PLACED-AMOUNT
           MOVE DUN-LAST-SENT-DATE TO APL-D-FINAL-DEMAND-DATE
           MOVE INV-STUDENT-ID TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "*NOTFND*" TO STU-SURNAME
                   MOVE SPACES     TO STU-GIVEN-NAME
           END-READ
           MOVE STU-SURNAME    TO APL-D-SURNAME
           MOVE STU-GIVEN-NAME TO APL-D-GIVEN-NAME
           IF WS-ADDRESS-NOTFOUND
               GO TO 2300-WRITE
           END-IF
           MOVE INV-STUDENT-ID TO ADR-STUDENT-ID
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   GO TO 2300-WRITE
           END-READ
           MOVE ADR-STREET TO APL-D-STREET
           MOVE ADR-CITY   TO APL-D-CITY
           MOVE ADR-STATE  TO APL-D-STATE
           MOVE ADR-ZIP    TO APL-D-ZIP
           MOVE ADR-PHONE  TO APL-D-PHONE
           IF ADR-MAIL-RETURNED
               SET APL-D-MAIL-RETURNED TO TRUE
           END-IF.
       2300-WRITE.
           WRITE AGENCY-DETAIL-RECORD.
       2300-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           IF RETURN-CODE = 16 OR WS-INVOICE-NOTFOUND
               GO TO 9000-EXIT
           END-IF
           IF WS-DUNNING-NOTFOUND
               CLOSE INVOICE-FILE
               GO TO 9000-EXIT
           END-IF
           MOVE SPACES TO AGENCY-TRAILER-RECORD
           SET APL-IS-TRAILER TO TRUE
           MOVE WS-INVOICES-PLACED TO APL-T-PLACED-COUNT
           MOVE WS-TOTAL-PLACED    TO APL-T-PLACED-TOTAL
           WRITE AGENCY-TRAILER-RECORD
           CLOSE INVOICE-FILE
           CLOSE DUNNING-HISTORY-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE STUDENT-ADDRESS-FILE
           CLOSE COLLECTION-ACCOUNT-FILE
           CLOSE PLACEMENT-FILE
           DISPLAY "Invoices read     : " WS-INVOICES-READ
           DISPLAY "Invoices placed   : " WS-INVOICES-PLACED
           DISPLAY "Under the minimum : " WS-BELOW-MINIMUM
           DISPLAY "Amount placed     : " WS-TOTAL-PLACED.
       9000-EXIT.
           EXIT.

       COPY JOBSTAPA.

       COPY PRCDTPA.

       COPY PARMPA.

       COPY LOCKPA.

       COPY JRNLPA.
