      *                      marks the transaction F so the
      *                      verification run refuses it FLAGGEDID
      *                      at any store.
      *      2026-10-15  DF  The register's own decision and reason
      *                      carried through to the transaction for
      *                      the verification run to re-judge.
      *      2026-10-15  DF  The license number leaves here only as
      *                      the masked form and one-way hash
      *                      (LICPRPA); the flagged-ID file is read
      *                      on the hash.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ScanPreprocess.
           SELECT FLAGGED-ID-FILE ASSIGN TO "FLAGID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLG-LICENSE-HASH
               FILE STATUS IS WS-FLAGGED-STATUS.

           COPY ERRLGSEL.
       COPY JOBSTAT.
       COPY PRCDTWS.
       COPY SYSCLOCK.
       COPY LICPRWS.

       01  WS-CAPTURE-STATUS        PIC X(02).
           88  WS-CAPTURE-NOTFOUND  VALUE "35".
           ELSE
               MOVE ZEROS TO AVC-TXN-TIME
           END-IF
           MOVE WS-PARSED-LICENSE TO WS-LPR-CLEAR
           PERFORM 9480-PROTECT-LICENSE THRU 9480-EXIT
           MOVE SPACES        TO AVC-LICENSE-NO
           MOVE WS-LPR-MASKED TO AVC-LICENSE-MASKED
           MOVE WS-LPR-HASH   TO AVC-LICENSE-HASH
           MOVE SCN-REGISTER-DECISION TO AVC-REGISTER-DECISION
           MOVE SCN-REGISTER-REASON   TO AVC-REGISTER-REASON
           PERFORM 2400-CHECK-FLAGGED-ID THRU 2400-EXIT
           WRITE AGE-CHECK-TRANSACTION
           ADD 1 TO WS-SCANS-CONVERTED.
                   OR WS-PARSED-LICENSE = SPACES
               GO TO 2400-EXIT
           END-IF
           MOVE WS-LPR-HASH TO FLG-LICENSE-HASH
           READ FLAGGED-ID-FILE
               INVALID KEY
                   GO TO 2400-EXIT
       COPY PRCDTPA.

       COPY JOBSTAPA.

       COPY LICPRPA.
