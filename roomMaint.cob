      ******************************************************************
      *    PROGRAM-ID: RoomMaintenance
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Applies add/change/deactivate transactions
      *                  against ROOM-MASTER, in the style of
      *                  InstructorMaintenance.  Every change writes
      *                  a before-and-after image to RMAUDIT.LOG.  A
      *                  room is deactivated rather than deleted, so
      *                  course and section room assignments already
      *                  on file stay explainable; CourseMaintenance
      *                  will not book a class into a deactivated
      *                  room.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RoomMaintenance.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTENANCE-TXN-FILE ASSIGN TO "RMMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ROOMSEL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "RMAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY OPERVSEL.

           COPY ERRLGSEL.

           COPY PRCDTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  MAINTENANCE-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RMMTRAN.

       COPY ROOMFD.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RMAUDIT.

       COPY OPERVFD.
       COPY OPERMAST.

       COPY ERRLGFD.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY SYSCLOCK.

       COPY OPERVWS.

       COPY ROOMWS.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.

       01  WS-OPERATOR-ID           PIC X(08).

       01  WS-COUNTERS.
           05  WS-ADDS-APPLIED      PIC 9(05) VALUE ZERO.
           05  WS-CHANGES-APPLIED   PIC 9(05) VALUE ZERO.
           05  WS-DEACTIVATES       PIC 9(05) VALUE ZERO.
           05  WS-TXNS-REJECTED     PIC 9(05) VALUE ZERO.

       01  WS-NUMERIC-CAPACITY      PIC 9(03).

       01  WS-BEFORE-IMAGE-AREA     PIC X(20).
       01  WS-AFTER-IMAGE-AREA      PIC X(20).

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
           MOVE "RMMAINT " TO ERR-PROGRAM-ID
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
               DISPLAY "RoomMaintenance - operator not "
                   "authorized, no transactions applied"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT MAINTENANCE-TXN-FILE
           OPEN I-O   ROOM-MASTER-FILE
           IF WS-ROOM-NOTFOUND
               CLOSE ROOM-MASTER-FILE
               OPEN OUTPUT ROOM-MASTER-FILE
               CLOSE ROOM-MASTER-FILE
               OPEN I-O ROOM-MASTER-FILE
           END-IF
           OPEN EXTEND AUDIT-TRAIL-FILE
           DISPLAY "RoomMaintenance - applying transactions"
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN RMT-ADD
                   PERFORM 2200-APPLY-ADD THRU 2200-EXIT
               WHEN RMT-CHANGE
                   PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
               WHEN RMT-DEACTIVATE
                   PERFORM 2400-APPLY-DEACTIVATE THRU 2400-EXIT
               WHEN OTHER
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Invalid action code for room "
                       RMT-BUILDING " " RMT-ROOM-NO
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
      *    2200-APPLY-ADD - a room needs a numeric capacity; the    *
      *    feature flags default to N                               *
      *-----------------------------------------------------------*
       2200-APPLY-ADD.
           IF RMT-CAPACITY NOT NUMERIC
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Add rejected - capacity not numeric for "
                   "room " RMT-BUILDING " " RMT-ROOM-NO
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE-AREA
           MOVE RMT-KEY TO RMM-KEY
           MOVE RMT-CAPACITY TO WS-NUMERIC-CAPACITY
           MOVE WS-NUMERIC-CAPACITY TO RMM-CAPACITY
           MOVE 'N' TO RMM-LAB-FLAG
           MOVE 'N' TO RMM-PROJECTOR-FLAG
           MOVE 'N' TO RMM-COMPUTER-FLAG
           PERFORM 2600-APPLY-FEATURES THRU 2600-EXIT
           SET RMM-ACTIVE TO TRUE
           WRITE ROOM-MASTER-RECORD
           IF WS-ROOM-OK
               ADD 1 TO WS-ADDS-APPLIED
               MOVE ROOM-MASTER-RECORD TO WS-AFTER-IMAGE-AREA
               PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
           ELSE
               ADD 1 TO WS-TXNS-REJECTED
               DISPLAY "Add rejected for room " RMT-BUILDING " "
                   RMT-ROOM-NO " status " WS-ROOM-STATUS
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-APPLY-CHANGE                                        *
      *-----------------------------------------------------------*
       2300-APPLY-CHANGE.
           MOVE RMT-KEY TO RMM-KEY
           READ ROOM-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Change rejected - room not on file "
                       RMT-BUILDING " " RMT-ROOM-NO
               NOT INVALID KEY
                   MOVE ROOM-MASTER-RECORD TO WS-BEFORE-IMAGE-AREA
                   IF RMT-CAPACITY NUMERIC
                       MOVE RMT-CAPACITY TO WS-NUMERIC-CAPACITY
                       MOVE WS-NUMERIC-CAPACITY TO RMM-CAPACITY
                   END-IF
                   PERFORM 2600-APPLY-FEATURES THRU 2600-EXIT
                   REWRITE ROOM-MASTER-RECORD
                   ADD 1 TO WS-CHANGES-APPLIED
                   MOVE ROOM-MASTER-RECORD TO WS-AFTER-IMAGE-AREA
                   PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
           END-READ.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-APPLY-DEACTIVATE - the record stays, flagged off    *
      *-----------------------------------------------------------*
       2400-APPLY-DEACTIVATE.
           MOVE RMT-KEY TO RMM-KEY
           READ ROOM-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TXNS-REJECTED
                   DISPLAY "Deactivate rejected - room not on "
                       "file " RMT-BUILDING " " RMT-ROOM-NO
               NOT INVALID KEY
                   MOVE ROOM-MASTER-RECORD TO WS-BEFORE-IMAGE-AREA
                   MOVE 'N' TO RMM-ACTIVE-FLAG
                   REWRITE ROOM-MASTER-RECORD
                   ADD 1 TO WS-DEACTIVATES
                   MOVE ROOM-MASTER-RECORD TO WS-AFTER-IMAGE-AREA
                   PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
           END-READ.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-WRITE-AUDIT - common before/after audit write       *
      *-----------------------------------------------------------*
       2500-WRITE-AUDIT.
           MOVE WS-SYSTEM-YEAR      TO RAU-YEAR
           MOVE WS-SYSTEM-MONTH     TO RAU-MONTH
           MOVE WS-SYSTEM-DAY       TO RAU-DAY
           MOVE WS-SYSTEM-HOUR      TO RAU-HOUR
           MOVE WS-SYSTEM-MINUTE    TO RAU-MINUTE
           MOVE WS-OPERATOR-ID      TO RAU-OPERATOR-ID
           MOVE RMT-ACTION-CODE     TO RAU-ACTION-CODE
           MOVE RMT-KEY             TO RAU-ROOM-KEY
           MOVE WS-BEFORE-IMAGE-AREA TO RAU-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE-AREA  TO RAU-AFTER-IMAGE
           WRITE ROOM-AUDIT-RECORD.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2600-APPLY-FEATURES - only a keyed Y or N moves a flag   *
      *-----------------------------------------------------------*
       2600-APPLY-FEATURES.
           IF RMT-LAB-FLAG = 'Y' OR RMT-LAB-FLAG = 'N'
               MOVE RMT-LAB-FLAG TO RMM-LAB-FLAG
           END-IF
           IF RMT-PROJECTOR-FLAG = 'Y' OR RMT-PROJECTOR-FLAG = 'N'
               MOVE RMT-PROJECTOR-FLAG TO RMM-PROJECTOR-FLAG
           END-IF
           IF RMT-COMPUTER-FLAG = 'Y' OR RMT-COMPUTER-FLAG = 'N'
               MOVE RMT-COMPUTER-FLAG TO RMM-COMPUTER-FLAG
           END-IF.
       2600-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ERROR-LOG-FILE
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE MAINTENANCE-TXN-FILE
           CLOSE ROOM-MASTER-FILE
           CLOSE AUDIT-TRAIL-FILE
           DISPLAY "Adds applied       : " WS-ADDS-APPLIED
           DISPLAY "Changes applied    : " WS-CHANGES-APPLIED
           DISPLAY "Deactivated        : " WS-DEACTIVATES
           DISPLAY "Rejected           : " WS-TXNS-REJECTED.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY OPERVRPA.

       COPY ERRLOGPA.
