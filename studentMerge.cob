      *                      timestamped after-image to the update
      *                      journal, so a restore can be rolled
      *                      forward instead of rekeyed.
      *      2026-10-15  DF  The balance owing on each invoice moved
      *                      goes to the student account ledger
      *                      (ACCTLDG.DAT) as a transfer out of the
      *                      victim and into the survivor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    StudentMerge.
           COPY LOCKSEL.

           COPY JRNLSEL.
           COPY ACCTLSEL.


       DATA DIVISION.
       COPY LOCKFD.

       COPY JRNLFD.
       COPY ACCTLFD.


       WORKING-STORAGE SECTION.
       COPY LOCKWS.

       COPY JRNLWS.
       COPY ACCTLWS.


       01  WS-MERGE-STATUS          PIC X(02).
       01  WS-PAIR-SUB              PIC 9(03) COMP VALUE ZERO.

       01  WS-SURVIVOR-IMAGE        PIC X(60).
       01  WS-BALANCE-MOVED         PIC 9(05)V99.
       01  WS-VICTIM-IMAGE          PIC X(60).

       01  WS-HELD-ENL-KEY.
           END-IF
           MOVE "StudentMerge" TO WS-LOCK-PROGRAM-ID
           MOVE "StudentMerge" TO WS-JRN-PROGRAM-ID
           MOVE "StudentMerge" TO WS-ACL-PROGRAM-ID
           MOVE "STUMAST " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               MOVE SPACES TO WS-JRN-AFTER-IMAGE
               MOVE INVOICE-RECORD TO WS-JRN-AFTER-IMAGE
               PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
               PERFORM 2320-POST-BALANCE-MOVED THRU 2320-EXIT
           ELSE
               MOVE WS-HELD-ENL-KEY TO INV-KEY
               WRITE INVOICE-RECORD
       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2320-POST-BALANCE-MOVED - what the moved invoice still   *
      *    owes leaves the victim's account and lands on the        *
      *    survivor's                                               *
      *-----------------------------------------------------------*
       2320-POST-BALANCE-MOVED.
           IF INV-AMOUNT-PAID >= INV-AMOUNT-BILLED
               GO TO 2320-EXIT
           END-IF
           COMPUTE WS-BALANCE-MOVED =
               INV-AMOUNT-BILLED - INV-AMOUNT-PAID
           MOVE INV-COURSE-CODE    TO WS-ACL-COURSE-CODE
           MOVE WS-BALANCE-MOVED   TO WS-ACL-AMOUNT
           MOVE MRG-VICTIM-ID      TO WS-ACL-STUDENT-ID
           MOVE MRG-SURVIVOR-ID    TO WS-ACL-REFERENCE
           MOVE "XFRO" TO WS-ACL-TXN-TYPE
           PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT
           MOVE MRG-SURVIVOR-ID    TO WS-ACL-STUDENT-ID
           MOVE MRG-VICTIM-ID      TO WS-ACL-REFERENCE
           MOVE "XFRI" TO WS-ACL-TXN-TYPE
           PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT.
       2320-EXIT.
           EXIT.

       2400-MARK-VICTIM.
           MOVE MRG-VICTIM-ID TO STU-ID
           READ STUDENT-MASTER-FILE

       9000-TERMINATE.
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           PERFORM 9930-CLOSE-ACCOUNT-LEDGER THRU 9930-EXIT
           CLOSE ERROR-LOG-FILE
           IF RETURN-CODE = 16
               GO TO 9000-EXIT

       COPY JRNLPA.

       COPY ACCTLPA.

       COPY OPERVRPA.

       COPY ERRLOGPA.
