      ******************************************************************
      *    PROGRAM-ID: ReturnedMail
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Returned-mail posting.  Each MAILRET.DAT
      *                  transaction names a student whose mail came
      *                  back undeliverable, the date it came back
      *                  and the document that bounced.  The
      *                  student's address record is flagged 'B'
      *                  with that date and document, and every
      *                  mail-producing program skips a flagged
      *                  address, raising a work-queue exception
      *                  instead.  A piece whose envelope street no
      *                  longer matches the street on file was mailed
      *                  to an address since replaced, and is
      *                  rejected as stale rather than condemning
      *                  the new one.  Each flag is entered on
      *                  STUAUDIT.LOG with before and after images,
      *                  action 'B'.  The flag clears when
      *                  StudentMaintenance or StudentEntry keys a
      *                  new address.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ReturnedMail.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAIL-RETURN-TXN-FILE ASSIGN TO "MAILRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "STUAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY OPERVSEL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           COPY LOCKSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  MAIL-RETURN-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY MAILRTX.

       FD  STUDENT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUADDR.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       COPY OPERVFD.
       COPY OPERMAST.

       COPY JOBSTFD.
       COPY LOCKFD.

       COPY ERRLGFD.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.

       COPY OPERVWS.
       COPY LOCKWS.

       01  WS-TXN-STATUS            PIC X(02).
           88  WS-TXN-NOTFOUND      VALUE "35".

       01  WS-ADDRESS-STATUS        PIC X(02).
           88  WS-ADDRESS-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.

       01  WS-OPERATOR-ID           PIC X(08).

       01  WS-RETURN-DATE           PIC 9(08).

       01  WS-ADDR-BEFORE-IMAGE     PIC X(60).
       01  WS-ADDR-AFTER-IMAGE      PIC X(60).

       01  WS-COUNTERS.
           05  WS-TXNS-READ         PIC 9(05) VALUE ZERO.
           05  WS-ADDRESSES-FLAGGED PIC 9(05) VALUE ZERO.
           05  WS-TXNS-REJECTED     PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-APPLY-RETURN THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-TXNS-READ TO JST-RECORDS-READ
           MOVE WS-ADDRESSES-FLAGGED TO JST-RECORDS-WRITTEN
           MOVE WS-TXNS-REJECTED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "ReturnedMail" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO JST-OPERATOR-ID
           MOVE "MAILRETN" TO ERR-PROGRAM-ID
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
               DISPLAY "ReturnedMail - operator not "
                   "authorized, no returns posted"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT MAIL-RETURN-TXN-FILE
           IF WS-TXN-NOTFOUND
               DISPLAY "ReturnedMail - no MAILRET.DAT, nothing to do"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
      *    The address file is maintained under the master's lock.
           MOVE "ReturnedMail" TO WS-LOCK-PROGRAM-ID
           MOVE "STUMAST " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
               CLOSE MAIL-RETURN-TXN-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O STUDENT-ADDRESS-FILE
           IF WS-ADDRESS-NOTFOUND
               DISPLAY "ReturnedMail - no address file, "
                   "every return will be rejected"
           END-IF
           OPEN EXTEND AUDIT-TRAIL-FILE
           DISPLAY "ReturnedMail - posting returned mail"
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           READ MAIL-RETURN-TXN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-APPLY-RETURN - edit the transaction, then flag the  *
      *    address it bounced from                                  *
      *-----------------------------------------------------------*
       2000-APPLY-RETURN.
           ADD 1 TO WS-TXNS-READ
           MOVE RETURNED-MAIL-TRANSACTION TO ERR-INPUT-DATA
           IF MRT-STUDENT-ID NOT NUMERIC
               MOVE "STUD" TO ERR-CODE
               MOVE "MRT-STUDENT-ID" TO ERR-FIELD-NAME
               MOVE "StudentId is not numeric"
                   TO ERR-MESSAGE-TEXT
               GO TO 2000-REJECT
           END-IF
           IF NOT MRT-DOCUMENT-VALID
               MOVE "DOCU" TO ERR-CODE
               MOVE "MRT-DOCUMENT" TO ERR-FIELD-NAME
               MOVE "Returned document code not recognised"
                   TO ERR-MESSAGE-TEXT
               GO TO 2000-REJECT
           END-IF
           IF MRT-RETURN-DATE NOT NUMERIC
               MOVE "DATE" TO ERR-CODE
               MOVE "MRT-RETURN-DATE" TO ERR-FIELD-NAME
               MOVE "Return date is not numeric"
                   TO ERR-MESSAGE-TEXT
               GO TO 2000-REJECT
           END-IF
           IF MRT-RETURN-DATE = ZERO
               MOVE WS-PROCESSING-DATE TO WS-RETURN-DATE
           ELSE
               MOVE MRT-RETURN-DATE TO WS-RETURN-DATE
           END-IF
           IF WS-RETURN-DATE > WS-PROCESSING-DATE
               MOVE "DATE" TO ERR-CODE
               MOVE "MRT-RETURN-DATE" TO ERR-FIELD-NAME
               MOVE "Return date is after the processing date"
                   TO ERR-MESSAGE-TEXT
               GO TO 2000-REJECT
           END-IF
           IF WS-ADDRESS-NOTFOUND
               MOVE "NOAD" TO ERR-CODE
               MOVE "MRT-STUDENT-ID" TO ERR-FIELD-NAME
               MOVE "No address on file for this student"
                   TO ERR-MESSAGE-TEXT
               GO TO 2000-REJECT
           END-IF
           MOVE MRT-STUDENT-ID TO ADR-STUDENT-ID
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   MOVE "NOAD" TO ERR-CODE
                   MOVE "MRT-STUDENT-ID" TO ERR-FIELD-NAME
                   MOVE "No address on file for this student"
                       TO ERR-MESSAGE-TEXT
                   GO TO 2000-REJECT
           END-READ
      *    A piece mailed to the street since replaced says nothing
      *    about the address now on file.
           IF MRT-STREET NOT = SPACES AND MRT-STREET NOT = ADR-STREET
               MOVE "STAL" TO ERR-CODE
               MOVE "MRT-STREET" TO ERR-FIELD-NAME
               MOVE "Mailed to an address since replaced"
                   TO ERR-MESSAGE-TEXT
               GO TO 2000-REJECT
           END-IF
      *    An address already flagged keeps its earliest return
      *    date, so the aging report shows how long it has been bad.
           MOVE STUDENT-ADDRESS-RECORD TO WS-ADDR-BEFORE-IMAGE
           IF NOT ADR-MAIL-RETURNED
               SET ADR-MAIL-RETURNED TO TRUE
               MOVE WS-RETURN-DATE TO ADR-RETURN-DATE
           END-IF
           MOVE MRT-DOCUMENT TO ADR-RETURN-DOCUMENT
           REWRITE STUDENT-ADDRESS-RECORD
           MOVE STUDENT-ADDRESS-RECORD TO WS-ADDR-AFTER-IMAGE
           PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
           ADD 1 TO WS-ADDRESSES-FLAGGED
           GO TO 2000-NEXT.
       2000-REJECT.
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           ADD 1 TO WS-TXNS-REJECTED.
       2000-NEXT.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2500-WRITE-AUDIT.
           MOVE WS-SYSTEM-YEAR      TO AUD-YEAR
           MOVE WS-SYSTEM-MONTH     TO AUD-MONTH
           MOVE WS-SYSTEM-DAY       TO AUD-DAY
           MOVE WS-SYSTEM-HOUR      TO AUD-HOUR
           MOVE WS-SYSTEM-MINUTE    TO AUD-MINUTE
           MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID
           MOVE 'B'                 TO AUD-ACTION-CODE
           MOVE ADR-STUDENT-ID      TO AUD-STUDENT-ID
           MOVE WS-ADDR-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-ADDR-AFTER-IMAGE  TO AUD-AFTER-IMAGE
           WRITE AUDIT-TRAIL-RECORD.
       2500-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ERROR-LOG-FILE
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE MAIL-RETURN-TXN-FILE
           IF NOT WS-ADDRESS-NOTFOUND
               CLOSE STUDENT-ADDRESS-FILE
           END-IF
           CLOSE AUDIT-TRAIL-FILE
           MOVE "STUMAST " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT
           DISPLAY "Transactions read  : " WS-TXNS-READ
           DISPLAY "Addresses flagged  : " WS-ADDRESSES-FLAGGED
           DISPLAY "Rejected           : " WS-TXNS-REJECTED
           IF WS-TXNS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY OPERVRPA.

       COPY ERRLOGPA.

       COPY JOBSTAPA.

       COPY LOCKPA.
