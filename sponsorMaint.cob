      ******************************************************************
      *    PROGRAM-ID: SponsorMaintenance
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Applies sponsor maintenance transactions
      *                  (SPNMNT.DAT) in the style of
      *                  TermMaintenance.  Type S adds, changes or
      *                  retires a third-party sponsor on
      *                  SPONSOR-MASTER - billing address, payment
      *                  terms and coverage, either a percentage of
      *                  each tuition charge or a dollar cap per
      *                  student per term.  Type U adds, changes or
      *                  cancels a student's sponsor authorization
      *                  for a term (SPNAUTH.DAT), which is what
      *                  TuitionBilling reads to move the covered
      *                  portion of the term's tuition to the
      *                  sponsor.  A transaction that fails its edit
      *                  is rejected to the exception log and the
      *                  record left as it stood; every applied
      *                  change writes its after-image to the update
      *                  journal.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SponsorMaintenance.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTENANCE-TXN-FILE ASSIGN TO "SPNMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           COPY SPONSEL.

           SELECT SPONSOR-AUTH-FILE ASSIGN TO "SPNAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPA-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           COPY TERMSEL.

           COPY OPERVSEL.

           COPY ERRLGSEL.

           COPY PRCDTSEL.
           COPY JRNLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  MAINTENANCE-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPNMTRAN.

       COPY SPONFD.

       FD  SPONSOR-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPNAUTH.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       COPY TERMFD.

       COPY OPERVFD.
       COPY OPERMAST.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JRNLFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY SYSCLOCK.
       COPY JRNLWS.

       COPY OPERVWS.

       COPY SPONWS.
       COPY TERMWS.

       01  WS-TXN-STATUS            PIC X(02).
           88  WS-TXN-NOTFOUND      VALUE "35".

       01  WS-AUTH-STATUS           PIC X(02).
           88  WS-AUTH-OK           VALUE "00".
           88  WS-AUTH-NOTFOUND     VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).
           88  WS-MASTER-NOTFOUND   VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-EDIT-SWITCH       PIC X(01).
               88  WS-EDIT-PASSED   VALUE 'Y'.
               88  WS-EDIT-FAILED   VALUE 'N'.

       01  WS-OPERATOR-ID           PIC X(08).

       01  WS-COUNTERS.
           05  WS-TXNS-READ         PIC 9(05) VALUE ZERO.
           05  WS-SPONSORS-ADDED    PIC 9(05) VALUE ZERO.
           05  WS-SPONSORS-CHANGED  PIC 9(05) VALUE ZERO.
           05  WS-SPONSORS-RETIRED  PIC 9(05) VALUE ZERO.
           05  WS-AUTHS-ADDED       PIC 9(05) VALUE ZERO.
           05  WS-AUTHS-CHANGED     PIC 9(05) VALUE ZERO.
           05  WS-AUTHS-CANCELLED   PIC 9(05) VALUE ZERO.
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
           MOVE "SPNMAINT" TO ERR-PROGRAM-ID
           MOVE "SponsorMaint" TO WS-JRN-PROGRAM-ID
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
               DISPLAY "SponsorMaintenance - operator not "
                   "authorized, no transactions applied"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT MAINTENANCE-TXN-FILE
           IF WS-TXN-NOTFOUND
               DISPLAY "SponsorMaintenance - no SPNMNT.DAT, "
                   "nothing to do"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O SPONSOR-MASTER-FILE
           IF WS-SPONSOR-NOTFOUND
               CLOSE SPONSOR-MASTER-FILE
               OPEN OUTPUT SPONSOR-MASTER-FILE
               CLOSE SPONSOR-MASTER-FILE
               OPEN I-O SPONSOR-MASTER-FILE
           END-IF
           OPEN I-O SPONSOR-AUTH-FILE
           IF WS-AUTH-NOTFOUND
               CLOSE SPONSOR-AUTH-FILE
               OPEN OUTPUT SPONSOR-AUTH-FILE
               CLOSE SPONSOR-AUTH-FILE
               OPEN I-O SPONSOR-AUTH-FILE
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT TERM-MASTER-FILE
           DISPLAY "SponsorMaintenance - applying transactions"
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-APPLY-TRANSACTION.
           ADD 1 TO WS-TXNS-READ
           EVALUATE TRUE
               WHEN SMT-SPONSOR AND SMT-ADD
                   PERFORM 3000-ADD-SPONSOR THRU 3000-EXIT
               WHEN SMT-SPONSOR AND SMT-CHANGE
                   PERFORM 3100-CHANGE-SPONSOR THRU 3100-EXIT
               WHEN SMT-SPONSOR AND SMT-DELETE
                   PERFORM 3200-RETIRE-SPONSOR THRU 3200-EXIT
               WHEN SMT-AUTHORIZATION AND SMT-ADD
                   PERFORM 4000-ADD-AUTHORIZATION THRU 4000-EXIT
               WHEN SMT-AUTHORIZATION AND SMT-CHANGE
                   PERFORM 4100-CHANGE-AUTHORIZATION THRU 4100-EXIT
               WHEN SMT-AUTHORIZATION AND SMT-DELETE
                   PERFORM 4200-CANCEL-AUTHORIZATION THRU 4200-EXIT
               WHEN OTHER
                   MOVE "STYP" TO ERR-CODE
                   MOVE "SMT-RECORD-TYPE" TO ERR-FIELD-NAME
                   MOVE "Record type not S/U or action not A/C/D"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
           END-EVALUATE
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
      *    3000-ADD-SPONSOR - name, address, terms and coverage     *
      *    all required                                             *
      *-----------------------------------------------------------*
       3000-ADD-SPONSOR.
           IF SMT-SPONSOR-ID = SPACES OR SMT-NAME = SPACES
                   OR SMT-STREET = SPACES OR SMT-CITY = SPACES
                   OR SMT-TERMS-DAYS = SPACES
                   OR SMT-COVERAGE-TYPE = SPACES
                   OR SMT-COVERAGE-VALUE = SPACES
               MOVE "SREQ" TO ERR-CODE
               MOVE "SMT-SPONSOR-BODY" TO ERR-FIELD-NAME
               MOVE "Sponsor add needs every field keyed"
                   TO ERR-MESSAGE-TEXT
               PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE SMT-SPONSOR-ID TO SPN-SPONSOR-ID
           MOVE SPACES TO SPN-NAME SPN-STREET SPN-CITY SPN-STATE
               SPN-ZIP SPN-COVERAGE-TYPE
           MOVE ZERO TO SPN-TERMS-DAYS SPN-COVERAGE-VALUE
           SET SPN-STATUS-ACTIVE TO TRUE
           PERFORM 3300-APPLY-SPONSOR-FIELDS THRU 3300-EXIT
           IF WS-EDIT-FAILED
               GO TO 3000-EXIT
           END-IF
           WRITE SPONSOR-MASTER-RECORD
           IF WS-SPONSOR-OK
               ADD 1 TO WS-SPONSORS-ADDED
               MOVE 'W' TO WS-JRN-ACTION-CODE
               PERFORM 3900-JOURNAL-SPONSOR THRU 3900-EXIT
           ELSE
               MOVE "SDUP" TO ERR-CODE
               MOVE "SMT-SPONSOR-ID" TO ERR-FIELD-NAME
               MOVE "Sponsor already on the sponsor master"
                   TO ERR-MESSAGE-TEXT
               PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3100-CHANGE-SPONSOR - keyed fields replace, blanks       *
      *    leave the field as it stands; a change on a retired      *
      *    sponsor brings it back                                   *
      *-----------------------------------------------------------*
       3100-CHANGE-SPONSOR.
           MOVE SMT-SPONSOR-ID TO SPN-SPONSOR-ID
           READ SPONSOR-MASTER-FILE
               INVALID KEY
                   MOVE "SNOF" TO ERR-CODE
                   MOVE "SMT-SPONSOR-ID" TO ERR-FIELD-NAME
                   MOVE "Sponsor not on the sponsor master"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
                   GO TO 3100-EXIT
           END-READ
           PERFORM 3300-APPLY-SPONSOR-FIELDS THRU 3300-EXIT
           IF WS-EDIT-FAILED
               GO TO 3100-EXIT
           END-IF
           SET SPN-STATUS-ACTIVE TO TRUE
           REWRITE SPONSOR-MASTER-RECORD
           ADD 1 TO WS-SPONSORS-CHANGED
           MOVE 'R' TO WS-JRN-ACTION-CODE
           PERFORM 3900-JOURNAL-SPONSOR THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3200-RETIRE-SPONSOR - marked inactive, never deleted;    *
      *    its receivables still name it                            *
      *-----------------------------------------------------------*
       3200-RETIRE-SPONSOR.
           MOVE SMT-SPONSOR-ID TO SPN-SPONSOR-ID
           READ SPONSOR-MASTER-FILE
               INVALID KEY
                   MOVE "SNOF" TO ERR-CODE
                   MOVE "SMT-SPONSOR-ID" TO ERR-FIELD-NAME
                   MOVE "Sponsor not on the sponsor master"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
                   GO TO 3200-EXIT
           END-READ
           SET SPN-STATUS-INACTIVE TO TRUE
           REWRITE SPONSOR-MASTER-RECORD
           ADD 1 TO WS-SPONSORS-RETIRED
           MOVE 'R' TO WS-JRN-ACTION-CODE
           PERFORM 3900-JOURNAL-SPONSOR THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3300-APPLY-SPONSOR-FIELDS - each keyed field onto the    *
      *    record; terms and coverage must be numeric and a         *
      *    percentage no more than 100                              *
      *-----------------------------------------------------------*
       3300-APPLY-SPONSOR-FIELDS.
           SET WS-EDIT-PASSED TO TRUE
           IF SMT-TERMS-DAYS NOT = SPACES
                   AND SMT-TERMS-DAYS NOT NUMERIC
               MOVE "STRM" TO ERR-CODE
               MOVE "SMT-TERMS-DAYS" TO ERR-FIELD-NAME
               MOVE "Payment terms must be 3 digits of days"
                   TO ERR-MESSAGE-TEXT
               PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
               GO TO 3300-EXIT
           END-IF
           IF SMT-COVERAGE-VALUE NOT = SPACES
                   AND SMT-COVERAGE-VALUE NOT NUMERIC
               MOVE "SCOV" TO ERR-CODE
               MOVE "SMT-COVERAGE-VALUE" TO ERR-FIELD-NAME
               MOVE "Coverage must be 7 digits, 2 decimals"
                   TO ERR-MESSAGE-TEXT
               PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
               GO TO 3300-EXIT
           END-IF
           IF SMT-NAME NOT = SPACES
               MOVE SMT-NAME TO SPN-NAME
           END-IF
           IF SMT-STREET NOT = SPACES
               MOVE SMT-STREET TO SPN-STREET
           END-IF
           IF SMT-CITY NOT = SPACES
               MOVE SMT-CITY TO SPN-CITY
           END-IF
           IF SMT-STATE NOT = SPACES
               MOVE SMT-STATE TO SPN-STATE
           END-IF
           IF SMT-ZIP NOT = SPACES
               MOVE SMT-ZIP TO SPN-ZIP
           END-IF
           IF SMT-TERMS-DAYS NOT = SPACES
               MOVE SMT-TERMS-DAYS TO SPN-TERMS-DAYS
           END-IF
           IF SMT-COVERAGE-TYPE NOT = SPACES
               MOVE SMT-COVERAGE-TYPE TO SPN-COVERAGE-TYPE
           END-IF
           IF SMT-COVERAGE-VALUE NOT = SPACES
               MOVE SMT-COVERAGE-AMOUNT TO SPN-COVERAGE-VALUE
           END-IF
           IF NOT SPN-COVERAGE-VALID
               MOVE "SCOV" TO ERR-CODE
               MOVE "SMT-COVERAGE-TYPE" TO ERR-FIELD-NAME
               MOVE "Coverage type must be P or A"
                   TO ERR-MESSAGE-TEXT
               PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
               GO TO 3300-EXIT
           END-IF
           IF SPN-COVERS-PERCENT AND SPN-COVERAGE-VALUE > 100
               MOVE "SCOV" TO ERR-CODE
               MOVE "SMT-COVERAGE-VALUE" TO ERR-FIELD-NAME
               MOVE "Coverage percentage over 100"
                   TO ERR-MESSAGE-TEXT
               PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
               GO TO 3300-EXIT
           END-IF
           IF SPN-COVERAGE-VALUE = ZERO
               MOVE "SCOV" TO ERR-CODE
               MOVE "SMT-COVERAGE-VALUE" TO ERR-FIELD-NAME
               MOVE "Sponsor coverage is zero"
                   TO ERR-MESSAGE-TEXT
               PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

       3900-JOURNAL-SPONSOR.
           MOVE "SPONSOR " TO WS-JRN-FILE-NAME
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE SPN-SPONSOR-ID TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE SPONSOR-MASTER-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-ADD-AUTHORIZATION - a student on the master, a      *
      *    term on the calendar and an active sponsor               *
      *-----------------------------------------------------------*
       4000-ADD-AUTHORIZATION.
           PERFORM 4300-EDIT-AUTHORIZATION THRU 4300-EXIT
           IF WS-EDIT-FAILED
               GO TO 4000-EXIT
           END-IF
           MOVE SMT-STUDENT-ID     TO SPA-STUDENT-ID
           MOVE SMT-TERM-CODE      TO SPA-TERM-CODE
           MOVE SMT-SPONSOR-ID     TO SPA-SPONSOR-ID
           MOVE SMT-AUTH-REFERENCE TO SPA-AUTH-REFERENCE
           MOVE ZERO               TO SPA-AMOUNT-COVERED
           MOVE WS-PROCESSING-DATE TO SPA-ENTERED-DATE
           SET SPA-STATUS-ACTIVE TO TRUE
           WRITE SPONSOR-AUTHORIZATION-RECORD
           IF WS-AUTH-OK
               ADD 1 TO WS-AUTHS-ADDED
               MOVE 'W' TO WS-JRN-ACTION-CODE
               PERFORM 4900-JOURNAL-AUTHORIZATION THRU 4900-EXIT
           ELSE
               MOVE "UDUP" TO ERR-CODE
               MOVE "SMT-STUDENT-ID" TO ERR-FIELD-NAME
               MOVE "Student already sponsored for the term"
                   TO ERR-MESSAGE-TEXT
               PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4100-CHANGE-AUTHORIZATION - a new sponsor or reference;  *
      *    the sponsor may only change before anything has moved    *
      *-----------------------------------------------------------*
       4100-CHANGE-AUTHORIZATION.
           PERFORM 4400-READ-AUTHORIZATION THRU 4400-EXIT
           IF WS-EDIT-FAILED
               GO TO 4100-EXIT
           END-IF
           IF SMT-SPONSOR-ID NOT = SPACES
                   AND SMT-SPONSOR-ID NOT = SPA-SPONSOR-ID
               IF SPA-AMOUNT-COVERED > ZERO
                   MOVE "USPN" TO ERR-CODE
                   MOVE "SMT-SPONSOR-ID" TO ERR-FIELD-NAME
                   MOVE "Charges already moved to the sponsor"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
                   GO TO 4100-EXIT
               END-IF
               PERFORM 4500-CHECK-SPONSOR THRU 4500-EXIT
               IF WS-EDIT-FAILED
                   GO TO 4100-EXIT
               END-IF
               MOVE SMT-SPONSOR-ID TO SPA-SPONSOR-ID
           END-IF
           IF SMT-AUTH-REFERENCE NOT = SPACES
               MOVE SMT-AUTH-REFERENCE TO SPA-AUTH-REFERENCE
           END-IF
           SET SPA-STATUS-ACTIVE TO TRUE
           REWRITE SPONSOR-AUTHORIZATION-RECORD
           ADD 1 TO WS-AUTHS-CHANGED
           MOVE 'R' TO WS-JRN-ACTION-CODE
           PERFORM 4900-JOURNAL-AUTHORIZATION THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4200-CANCEL-AUTHORIZATION - nothing more moves to the    *
      *    sponsor; what has moved stays with it                    *
      *-----------------------------------------------------------*
       4200-CANCEL-AUTHORIZATION.
           PERFORM 4400-READ-AUTHORIZATION THRU 4400-EXIT
           IF WS-EDIT-FAILED
               GO TO 4200-EXIT
           END-IF
           SET SPA-STATUS-CANCELLED TO TRUE
           REWRITE SPONSOR-AUTHORIZATION-RECORD
           ADD 1 TO WS-AUTHS-CANCELLED
           MOVE 'R' TO WS-JRN-ACTION-CODE
           PERFORM 4900-JOURNAL-AUTHORIZATION THRU 4900-EXIT.
       4200-EXIT.
           EXIT.

       4300-EDIT-AUTHORIZATION.
           SET WS-EDIT-PASSED TO TRUE
           IF SMT-STUDENT-ID NOT NUMERIC
               MOVE "USTU" TO ERR-CODE
               MOVE "SMT-STUDENT-ID" TO ERR-FIELD-NAME
               MOVE "Student id must be 7 digits"
                   TO ERR-MESSAGE-TEXT
               PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
               GO TO 4300-EXIT
           END-IF
           MOVE SMT-STUDENT-ID TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "USTU" TO ERR-CODE
                   MOVE "SMT-STUDENT-ID" TO ERR-FIELD-NAME
                   MOVE "Student not on the student master"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
                   GO TO 4300-EXIT
           END-READ
           MOVE SMT-TERM-CODE TO TRM-TERM-CODE
           READ TERM-MASTER-FILE
               INVALID KEY
                   MOVE "UTRM" TO ERR-CODE
                   MOVE "SMT-TERM-CODE" TO ERR-FIELD-NAME
                   MOVE "Term not on the term master"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
                   GO TO 4300-EXIT
           END-READ
           PERFORM 4500-CHECK-SPONSOR THRU 4500-EXIT.
       4300-EXIT.
           EXIT.

       4400-READ-AUTHORIZATION.
           SET WS-EDIT-PASSED TO TRUE
           MOVE SMT-STUDENT-ID TO SPA-STUDENT-ID
           MOVE SMT-TERM-CODE  TO SPA-TERM-CODE
           READ SPONSOR-AUTH-FILE
               INVALID KEY
                   MOVE "UNOF" TO ERR-CODE
                   MOVE "SMT-STUDENT-ID" TO ERR-FIELD-NAME
                   MOVE "No authorization for student and term"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
           END-READ.
       4400-EXIT.
           EXIT.

       4500-CHECK-SPONSOR.
           MOVE SMT-SPONSOR-ID TO SPN-SPONSOR-ID
           READ SPONSOR-MASTER-FILE
               INVALID KEY
                   MOVE "SNOF" TO ERR-CODE
                   MOVE "SMT-SPONSOR-ID" TO ERR-FIELD-NAME
                   MOVE "Sponsor not on the sponsor master"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
                   GO TO 4500-EXIT
           END-READ
           IF NOT SPN-STATUS-ACTIVE
               MOVE "SINA" TO ERR-CODE
               MOVE "SMT-SPONSOR-ID" TO ERR-FIELD-NAME
               MOVE "Sponsor is inactive" TO ERR-MESSAGE-TEXT
               PERFORM 8000-REJECT-TRANSACTION THRU 8000-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

       4900-JOURNAL-AUTHORIZATION.
           MOVE "SPNAUTH " TO WS-JRN-FILE-NAME
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE SPA-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE SPONSOR-AUTHORIZATION-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT.
       4900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8000-REJECT-TRANSACTION - code, field and message set    *
      *    by the caller; the transaction goes to the log as keyed  *
      *-----------------------------------------------------------*
       8000-REJECT-TRANSACTION.
           SET WS-EDIT-FAILED TO TRUE
           MOVE SPONSOR-MAINT-TRANSACTION TO ERR-INPUT-DATA
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           ADD 1 TO WS-TXNS-REJECTED.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ERROR-LOG-FILE
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE MAINTENANCE-TXN-FILE
           CLOSE SPONSOR-MASTER-FILE
           CLOSE SPONSOR-AUTH-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE TERM-MASTER-FILE
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           DISPLAY "Transactions read  : " WS-TXNS-READ
           DISPLAY "Sponsors added     : " WS-SPONSORS-ADDED
           DISPLAY "Sponsors changed   : " WS-SPONSORS-CHANGED
           DISPLAY "Sponsors retired   : " WS-SPONSORS-RETIRED
           DISPLAY "Authorizations in  : " WS-AUTHS-ADDED
           DISPLAY "Authorizations chg : " WS-AUTHS-CHANGED
           DISPLAY "Authorizations cxl : " WS-AUTHS-CANCELLED
           DISPLAY "Rejected           : " WS-TXNS-REJECTED
           IF WS-TXNS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY OPERVRPA.

       COPY ERRLOGPA.

       COPY JRNLPA.
