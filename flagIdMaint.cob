      *                  blacklists a customer document.
      *    MODIFICATION HISTORY:
      *      2026-09-02  DF  Original version.
      *      2026-10-15  DF  The license keyed is hashed (LICPRPA)
      *                      before the file is touched - the
      *                      flagged-ID file and its audit images
      *                      hold only the hash and the masked form.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FlagIdMaintenance.
           SELECT FLAGGED-ID-FILE ASSIGN TO "FLAGID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLG-LICENSE-HASH
               FILE STATUS IS WS-FLAGGED-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "FLGAUDIT.LOG"
           05  FAU-TIME             PIC 9(04).
           05  FAU-OPERATOR-ID      PIC X(08).
           05  FAU-ACTION-CODE      PIC X(01).
           05  FAU-BEFORE-IMAGE     PIC X(56).
           05  FAU-AFTER-IMAGE      PIC X(56).

       COPY OPERVFD.
       COPY OPERMAST.
       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY SYSCLOCK.
       COPY LICPRWS.

       COPY OPERVWS.

       01  WS-ENTRY-LICENSE         PIC X(12).
       01  WS-ENTRY-REASON          PIC X(10).

       01  WS-BEFORE-IMAGE          PIC X(56).
       01  WS-AFTER-IMAGE           PIC X(56).

       01  WS-COUNTERS.
           05  WS-FLAGS-ADDED       PIC 9(05) VALUE ZERO.
           DISPLAY "Reason        : " WITH NO ADVANCING
           ACCEPT WS-ENTRY-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 6000-PROTECT-ENTRY THRU 6000-EXIT
           MOVE WS-LPR-MASKED      TO FLG-LICENSE-MASKED
           MOVE WS-PROCESSING-DATE TO FLG-FLAGGED-DATE
           MOVE WS-ENTRY-REASON    TO FLG-REASON
           MOVE WS-OPERATOR-ID     TO FLG-SUPERVISOR-ID
       4000-CLEAR-DOCUMENT.
           DISPLAY "License number: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-LICENSE
           PERFORM 6000-PROTECT-ENTRY THRU 6000-EXIT
           READ FLAGGED-ID-FILE
               INVALID KEY
                   DISPLAY "Not on the flagged file"
       5000-LOOK-UP.
           DISPLAY "License number: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-LICENSE
           PERFORM 6000-PROTECT-ENTRY THRU 6000-EXIT
           READ FLAGGED-ID-FILE
               INVALID KEY
                   DISPLAY "Not on the flagged file"
               NOT INVALID KEY
                   DISPLAY FLG-LICENSE-MASKED
                       " flagged " FLG-FLAGGED-DATE
                       " reason " FLG-REASON
                       " by " FLG-SUPERVISOR-ID
           END-READ.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6000-PROTECT-ENTRY - the file is keyed on the hash of    *
      *    the number the supervisor keyed, never the number        *
      *-----------------------------------------------------------*
       6000-PROTECT-ENTRY.
           MOVE WS-ENTRY-LICENSE TO WS-LPR-CLEAR
           PERFORM 9480-PROTECT-LICENSE THRU 9480-EXIT
           MOVE SPACES TO WS-ENTRY-LICENSE
           MOVE WS-LPR-HASH TO FLG-LICENSE-HASH.
       6000-EXIT.
           EXIT.

       8000-WRITE-AUDIT.
           MOVE WS-SYSTEM-DATE      TO FAU-DATE
           MOVE WS-SYSTEM-TIME(1:4) TO FAU-TIME
       COPY OPERVRPA.

       COPY ERRLOGPA.

       COPY LICPRPA.
