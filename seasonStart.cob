      ******************************************************************
      *    PROGRAM-ID: SeasonStart
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Front Store - Point of Sale Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Opens a GuessingGame league season.  The
      *                  start and end dates (SEASON_START, default
      *                  the processing date, and SEASON_END) and the
      *                  division size (SEASON_DIV_SIZE, default 10)
      *                  come from the parameter master, the
      *                  environment overriding, with an operator
      *                  prompt for a missing end date.  The first
      *                  season places every PLAYER-MASTER player by
      *                  rating, best first, the division size to a
      *                  division.  Every later season keeps the
      *                  previous season's division count and places
      *                  each player where the SeasonRollover archive
      *                  sent them - promoted, relegated or stayed -
      *                  with anyone not on that archive starting in
      *                  the bottom division.  Placements go to
      *                  SEASPLYR.DAT and the season to SEASON.DAT.
      *                  A season still open, or dates that overlap
      *                  the last season, stop the run with a
      *                  non-zero RETURN-CODE.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SeasonStart.
       AUTHOR.        D. Falk.
       INSTALLATION.  Front Store - Point of Sale Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON-FILE ASSIGN TO "SEASON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEA-SEASON-ID
               FILE STATUS IS WS-SEASON-STATUS.

           SELECT SEASON-PLAYER-FILE ASSIGN TO "SEASPLYR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSP-KEY
               FILE STATUS IS WS-PLACE-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLM-PLAYER-NAME
               FILE STATUS IS WS-PLAYER-STATUS.

           SELECT SEASON-ARCHIVE-FILE ASSIGN TO "SEASARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           COPY PRCDTSEL.

           COPY PARMSEL.

           COPY JOBSTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  SEASON-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SEASON.

       FD  SEASON-PLAYER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SEASPLYR.

       FD  PLAYER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PLAYERM.

       FD  SEASON-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SEASARCH.

       COPY PARMFD.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY PARMWS.
       COPY JOBSTAT.

       01  WS-SEASON-STATUS         PIC X(02).
           88  WS-SEASON-OK         VALUE "00".
           88  WS-SEASON-NOTFOUND   VALUE "35".

       01  WS-PLACE-STATUS          PIC X(02).
           88  WS-PLACE-OK          VALUE "00".
           88  WS-PLACE-NOTFOUND    VALUE "35".

       01  WS-PLAYER-STATUS         PIC X(02).
           88  WS-PLAYER-NOTFOUND   VALUE "35".

       01  WS-ARCHIVE-STATUS        PIC X(02).
           88  WS-ARCHIVE-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01).
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-OPEN-SEASON-SW    PIC X(01) VALUE 'N'.
               88  WS-SEASON-STILL-OPEN VALUE 'Y'.
           05  WS-FOUND-SWITCH      PIC X(01).
               88  WS-PLAYER-FOUND  VALUE 'Y'.
           05  WS-FILES-OPEN-SW     PIC X(01) VALUE 'N'.
               88  WS-FILES-OPEN    VALUE 'Y'.

       01  WS-START-PICK            PIC X(08).
       01  WS-END-PICK              PIC X(08).
       01  WS-SIZE-PICK             PIC X(03).
       01  WS-START-DATE            PIC 9(08).
       01  WS-END-DATE              PIC 9(08).
       01  WS-DIVISION-SIZE         PIC 9(03) VALUE 10.
       01  WS-DIVISION-COUNT        PIC 9(02) VALUE ZERO.

      *    The season before this one, if there is one.
       01  WS-LAST-SEASON.
           05  WS-LAST-SEASON-ID    PIC 9(04) VALUE ZERO.
           05  WS-LAST-END-DATE     PIC 9(08) VALUE ZERO.
           05  WS-LAST-DIV-COUNT    PIC 9(02) VALUE ZERO.
           05  WS-OPEN-SEASON-ID    PIC 9(04) VALUE ZERO.

      *    Every player on the master, with the division the new
      *    season places them in.
       01  WS-PLAYER-TABLE.
           05  WS-PL-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-PL-ENTRY OCCURS 200 TIMES.
               10  WS-PL-NAME       PIC X(15).
               10  WS-PL-RATING     PIC 9(05)V99.
               10  WS-PL-DIVISION   PIC 9(02).
               10  WS-PL-HOW        PIC X(01).
               10  WS-PL-PLACED     PIC X(01).

       01  WS-PL-SUB                PIC 9(03) COMP VALUE ZERO.
       01  WS-PL-BEST-SUB           PIC 9(03) COMP VALUE ZERO.
       01  WS-PL-BEST-RATING        PIC 9(05)V99.
       01  WS-PLACE-RANK            PIC 9(03) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-PLAYERS-SKIPPED   PIC 9(05) VALUE ZERO.
           05  WS-PLAYERS-PLACED    PIC 9(05) VALUE ZERO.
           05  WS-PLACED-NEW        PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               PERFORM 2000-LOAD-PLAYERS THRU 2000-EXIT
               IF WS-LAST-SEASON-ID = ZERO
                   PERFORM 3000-PLACE-BY-RATING THRU 3000-EXIT
               ELSE
                   PERFORM 4000-PLACE-FROM-ARCHIVE THRU 4000-EXIT
               END-IF
               PERFORM 5000-WRITE-SEASON THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-PL-COUNT TO JST-RECORDS-READ
           MOVE WS-PLAYERS-PLACED TO JST-RECORDS-WRITTEN
           MOVE WS-PLAYERS-SKIPPED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE - season dates and division size, then   *
      *    the season file checked for an open or overlapped season *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "SeasonStart" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE "SEASON_START" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:8) TO WS-START-PICK
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "SEASON_START"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:8) TO WS-START-PICK
           END-IF
           IF WS-START-PICK NUMERIC
               MOVE WS-START-PICK TO WS-START-DATE
           ELSE
               MOVE WS-PROCESSING-DATE TO WS-START-DATE
           END-IF
           MOVE "SEASON_END" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:8) TO WS-END-PICK
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "SEASON_END"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:8) TO WS-END-PICK
           END-IF
           IF WS-END-PICK = SPACES
               DISPLAY "Season end date (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-END-PICK
           END-IF
           MOVE "SEASON_DIV_SIZE" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:3) TO WS-SIZE-PICK
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "SEASON_DIV_SIZE"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:3) TO WS-SIZE-PICK
           END-IF
           IF WS-SIZE-PICK NUMERIC AND WS-SIZE-PICK > ZERO
               MOVE WS-SIZE-PICK TO WS-DIVISION-SIZE
           END-IF
           IF WS-END-PICK NOT NUMERIC
               DISPLAY "SeasonStart - season end date missing or "
                   "not a date, no season opened"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-END-PICK TO WS-END-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE) NOT = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-END-DATE)
                       NOT = ZERO
                   OR WS-END-DATE NOT > WS-START-DATE
               DISPLAY "SeasonStart - season " WS-START-DATE
                   " to " WS-END-DATE " is not a valid range"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O SEASON-FILE
           IF WS-SEASON-NOTFOUND
               OPEN OUTPUT SEASON-FILE
               CLOSE SEASON-FILE
               OPEN I-O SEASON-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1100-SCAN-ONE-SEASON THRU 1100-EXIT
               UNTIL WS-END-OF-FILE
           IF WS-SEASON-STILL-OPEN
               DISPLAY "SeasonStart - season " WS-OPEN-SEASON-ID
                   " is still open; run SeasonRollover first"
               MOVE 16 TO RETURN-CODE
               CLOSE SEASON-FILE
               GO TO 1000-EXIT
           END-IF
           IF WS-START-DATE NOT > WS-LAST-END-DATE
               DISPLAY "SeasonStart - start " WS-START-DATE
                   " overlaps season " WS-LAST-SEASON-ID
                   " ending " WS-LAST-END-DATE
               MOVE 16 TO RETURN-CODE
               CLOSE SEASON-FILE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O SEASON-PLAYER-FILE
           IF WS-PLACE-NOTFOUND
               OPEN OUTPUT SEASON-PLAYER-FILE
               CLOSE SEASON-PLAYER-FILE
               OPEN I-O SEASON-PLAYER-FILE
           END-IF
           MOVE 'Y' TO WS-FILES-OPEN-SW
           COMPUTE SEA-SEASON-ID = WS-LAST-SEASON-ID + 1
           DISPLAY "SeasonStart - opening season " SEA-SEASON-ID
               " " WS-START-DATE " to " WS-END-DATE.
       1000-EXIT.
           EXIT.

       1100-SCAN-ONE-SEASON.
           READ SEASON-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 1100-EXIT
           END-READ
           IF SEA-OPEN
               MOVE 'Y' TO WS-OPEN-SEASON-SW
               MOVE SEA-SEASON-ID TO WS-OPEN-SEASON-ID
           END-IF
           IF SEA-SEASON-ID > WS-LAST-SEASON-ID
               MOVE SEA-SEASON-ID      TO WS-LAST-SEASON-ID
               MOVE SEA-END-DATE       TO WS-LAST-END-DATE
               MOVE SEA-DIVISION-COUNT TO WS-LAST-DIV-COUNT
           END-IF.
       1100-EXIT.
           EXIT.

       2000-LOAD-PLAYERS.
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PLAYER-NOTFOUND
               DISPLAY "SeasonStart - no player master, season "
                   "opens with no one placed"
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-LOAD-ONE-PLAYER THRU 2100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE PLAYER-MASTER-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-PLAYER.
           READ PLAYER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           IF WS-PL-COUNT >= 200
               ADD 1 TO WS-PLAYERS-SKIPPED
               DISPLAY "Player table full, not placed: "
                   PLM-PLAYER-NAME
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-PL-COUNT
           MOVE PLM-PLAYER-NAME TO WS-PL-NAME (WS-PL-COUNT)
           MOVE PLM-RATING      TO WS-PL-RATING (WS-PL-COUNT)
           MOVE ZERO            TO WS-PL-DIVISION (WS-PL-COUNT)
           MOVE SPACE           TO WS-PL-HOW (WS-PL-COUNT)
           MOVE 'N'             TO WS-PL-PLACED (WS-PL-COUNT).
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-PLACE-BY-RATING - first season: best rating first,  *
      *    the division size to each division                       *
      *-----------------------------------------------------------*
       3000-PLACE-BY-RATING.
           MOVE ZERO TO WS-PLACE-RANK
           PERFORM 3100-PLACE-BEST-REMAINING THRU 3100-EXIT
               UNTIL WS-PLACE-RANK >= WS-PL-COUNT
           IF WS-PL-COUNT = ZERO
               MOVE 1 TO WS-DIVISION-COUNT
           ELSE
               COMPUTE WS-DIVISION-COUNT =
                   (WS-PL-COUNT + WS-DIVISION-SIZE - 1)
                       / WS-DIVISION-SIZE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PLACE-BEST-REMAINING.
           MOVE ZERO TO WS-PL-BEST-SUB
           MOVE ZERO TO WS-PL-BEST-RATING
           MOVE ZERO TO WS-PL-SUB
           PERFORM 3200-FIND-BEST THRU 3200-EXIT
               UNTIL WS-PL-SUB >= WS-PL-COUNT
           IF WS-PL-BEST-SUB = ZERO
               MOVE WS-PL-COUNT TO WS-PLACE-RANK
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-PLACE-RANK
           COMPUTE WS-PL-DIVISION (WS-PL-BEST-SUB) =
               (WS-PLACE-RANK - 1) / WS-DIVISION-SIZE + 1
           MOVE 'R' TO WS-PL-HOW (WS-PL-BEST-SUB)
           MOVE 'Y' TO WS-PL-PLACED (WS-PL-BEST-SUB).
       3100-EXIT.
           EXIT.

       3200-FIND-BEST.
           ADD 1 TO WS-PL-SUB
           IF WS-PL-PLACED (WS-PL-SUB) = 'N'
                   AND WS-PL-RATING (WS-PL-SUB)
                       >= WS-PL-BEST-RATING
               MOVE WS-PL-RATING (WS-PL-SUB) TO WS-PL-BEST-RATING
               MOVE WS-PL-SUB TO WS-PL-BEST-SUB
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-PLACE-FROM-ARCHIVE - later seasons: where the last  *
      *    rollover sent each player; anyone else starts at the     *
      *    bottom                                                   *
      *-----------------------------------------------------------*
       4000-PLACE-FROM-ARCHIVE.
           MOVE WS-LAST-DIV-COUNT TO WS-DIVISION-COUNT
           IF WS-DIVISION-COUNT = ZERO
               MOVE 1 TO WS-DIVISION-COUNT
           END-IF
           OPEN INPUT SEASON-ARCHIVE-FILE
           IF NOT WS-ARCHIVE-NOTFOUND
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 4100-APPLY-ONE-ARCHIVE THRU 4100-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE SEASON-ARCHIVE-FILE
           END-IF
           MOVE ZERO TO WS-PL-SUB
           PERFORM 4300-PLACE-NEWCOMER THRU 4300-EXIT
               UNTIL WS-PL-SUB >= WS-PL-COUNT.
       4000-EXIT.
           EXIT.

       4100-APPLY-ONE-ARCHIVE.
           READ SEASON-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ
           IF SAR-SEASON-ID NOT = WS-LAST-SEASON-ID
               GO TO 4100-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-PL-SUB
           PERFORM 4200-MATCH-PLAYER THRU 4200-EXIT
               UNTIL WS-PLAYER-FOUND OR WS-PL-SUB >= WS-PL-COUNT
           IF NOT WS-PLAYER-FOUND
               GO TO 4100-EXIT
           END-IF
           MOVE SAR-NEXT-DIVISION TO WS-PL-DIVISION (WS-PL-SUB)
           IF WS-PL-DIVISION (WS-PL-SUB) = ZERO
                   OR WS-PL-DIVISION (WS-PL-SUB) > WS-DIVISION-COUNT
               MOVE WS-DIVISION-COUNT TO WS-PL-DIVISION (WS-PL-SUB)
           END-IF
           EVALUATE TRUE
               WHEN SAR-PROMOTED
                   MOVE 'P' TO WS-PL-HOW (WS-PL-SUB)
               WHEN SAR-RELEGATED
                   MOVE 'D' TO WS-PL-HOW (WS-PL-SUB)
               WHEN OTHER
                   MOVE 'S' TO WS-PL-HOW (WS-PL-SUB)
           END-EVALUATE
           MOVE 'Y' TO WS-PL-PLACED (WS-PL-SUB).
       4100-EXIT.
           EXIT.

       4200-MATCH-PLAYER.
           ADD 1 TO WS-PL-SUB
           IF WS-PL-NAME (WS-PL-SUB) = SAR-PLAYER-NAME
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
       4200-EXIT.
           EXIT.

       4300-PLACE-NEWCOMER.
           ADD 1 TO WS-PL-SUB
           IF WS-PL-PLACED (WS-PL-SUB) = 'N'
               MOVE WS-DIVISION-COUNT TO WS-PL-DIVISION (WS-PL-SUB)
               MOVE 'N' TO WS-PL-HOW (WS-PL-SUB)
               MOVE 'Y' TO WS-PL-PLACED (WS-PL-SUB)
           END-IF.
       4300-EXIT.
           EXIT.

       5000-WRITE-SEASON.
           MOVE ZERO TO WS-PL-SUB
           PERFORM 5100-WRITE-ONE-PLACEMENT THRU 5100-EXIT
               UNTIL WS-PL-SUB >= WS-PL-COUNT
           MOVE WS-START-DATE      TO SEA-START-DATE
           MOVE WS-END-DATE        TO SEA-END-DATE
           MOVE 'O'                TO SEA-STATUS
           MOVE WS-DIVISION-COUNT  TO SEA-DIVISION-COUNT
           MOVE WS-DIVISION-SIZE   TO SEA-DIVISION-SIZE
           MOVE WS-PLAYERS-PLACED  TO SEA-PLAYERS-PLACED
           MOVE WS-PROCESSING-DATE TO SEA-OPENED-DATE
           MOVE ZERO               TO SEA-CLOSED-DATE
           WRITE SEASON-RECORD
           IF NOT WS-SEASON-OK
               DISPLAY "SeasonStart - season " SEA-SEASON-ID
                   " not written, status " WS-SEASON-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-PLACEMENT.
           ADD 1 TO WS-PL-SUB
           MOVE SEA-SEASON-ID             TO SSP-SEASON-ID
           MOVE WS-PL-NAME (WS-PL-SUB)     TO SSP-PLAYER-NAME
           MOVE WS-PL-DIVISION (WS-PL-SUB) TO SSP-DIVISION
           MOVE WS-PL-HOW (WS-PL-SUB)      TO SSP-PLACED-HOW
           MOVE WS-PL-RATING (WS-PL-SUB)   TO SSP-START-RATING
           WRITE SEASON-PLAYER-RECORD
           IF WS-PLACE-OK
               ADD 1 TO WS-PLAYERS-PLACED
               IF SSP-NEWCOMER
                   ADD 1 TO WS-PLACED-NEW
               END-IF
           ELSE
               ADD 1 TO WS-PLAYERS-SKIPPED
               DISPLAY "Placement failed " SSP-PLAYER-NAME
                   " status " WS-PLACE-STATUS
           END-IF.
       5100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT WS-FILES-OPEN
               GO TO 9000-EXIT
           END-IF
           CLOSE SEASON-FILE
           CLOSE SEASON-PLAYER-FILE
           DISPLAY "Players placed     : " WS-PLAYERS-PLACED
           DISPLAY "  new, at bottom   : " WS-PLACED-NEW
           DISPLAY "Divisions          : " WS-DIVISION-COUNT
           DISPLAY "Players not placed : " WS-PLAYERS-SKIPPED
           IF WS-PLAYERS-SKIPPED > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY PARMPA.

       COPY JOBSTAPA.
