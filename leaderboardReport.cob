      *    DATE-COMPILED:
      *    REMARKS:      Sorts the persistent GuessingGame score file
      *                  by guess count, best round first, and prints
      *                  the leaderboard.  While a league season is
      *                  open its standings follow, division by
      *                  division.
      *    MODIFICATION HISTORY:
      *      2026-08-09  DF  Original version.
      *      2026-08-09  DF  Sets a non-zero RETURN-CODE when
      *                      board, best rating first, so a veteran
      *                      of fifty rounds outranks a newcomer's
      *                      one lucky round.
      *      2026-10-15  DF  Prints the current league season's
      *                      standings by division (SEASTDPA) after
      *                      the all-time standings, when a season
      *                      is open.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LeaderboardReport.
               RECORD KEY IS PLM-PLAYER-NAME
               FILE STATUS IS WS-PLAYER-STATUS.

           SELECT SEASON-FILE ASSIGN TO "SEASON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEA-SEASON-ID
               FILE STATUS IS WS-SEASON-STATUS.

           COPY SEASTSEL.

           COPY JOBSTSEL.

       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
       COPY PLAYERM.

       FD  SEASON-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SEASON.

       COPY SEASTFD.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY JOBSTAT.
       COPY SEASTDWS.
       01  WS-RANK                     PIC 9(04) VALUE ZERO.
       01  SORT-EOF-SWITCH             PIC X(01) VALUE 'N'.

       01  WS-PL-BEST-RATING           PIC 9(05)V99.
       01  WS-STANDING-RANK            PIC 9(03) VALUE ZERO.

       01  WS-SEASON-STATUS            PIC X(02).
           88  WS-SEASON-NOTFOUND      VALUE "35".

       01  WS-SEASON-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-SEASON-END           VALUE 'Y'.

       01  WS-SEASON-FOUND-SWITCH      PIC X(01) VALUE 'N'.
           88  WS-SEASON-FOUND         VALUE 'Y'.

       01  WS-PRINT-DIVISION           PIC 9(02) VALUE ZERO.
       01  WS-PRINT-RANK               PIC 9(03) VALUE ZERO.
       01  WS-PRINT-SUB                PIC 9(03) COMP VALUE ZERO.
       01  WS-RANK-FOUND-SWITCH        PIC X(01).
           88  WS-RANK-FOUND           VALUE 'Y'.

       01  WS-SEASON-HEADING.
           05  FILLER                  PIC X(07) VALUE "Season ".
           05  WSH-SEASON-ID           PIC 9(04).
           05  FILLER                  PIC X(15) VALUE
               " standings to  ".
           05  WSH-END-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ":".

       01  WS-DIVISION-HEADING.
           05  FILLER                  PIC X(10) VALUE " Division ".
           05  WDH-DIVISION            PIC Z9.

       01  WS-SEASON-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WSE-RANK                PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE ". ".
           05  WSE-NAME                PIC X(15).
           05  FILLER                  PIC X(08) VALUE " rating ".
           05  WSE-RATING              PIC ZZZZ9.99.
           05  FILLER                  PIC X(08) VALUE " rounds ".
           05  WSE-ROUNDS              PIC ZZZZ9.

       01  WS-STANDING-DETAIL.
           05  WSD-RANK                PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE ". ".
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 4000-PRINT-STANDINGS THRU 4000-EXIT
           PERFORM 5000-PRINT-SEASON THRU 5000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-RANK TO JST-RECORDS-READ
           MOVE WS-RANK TO JST-RECORDS-WRITTEN
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-PRINT-SEASON - the open season's standings, each    *
      *    division in rank order                                   *
      *-----------------------------------------------------------*
       5000-PRINT-SEASON.
           OPEN INPUT SEASON-FILE
           IF WS-SEASON-NOTFOUND
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-FIND-OPEN-SEASON THRU 5100-EXIT
               UNTIL WS-SEASON-END OR WS-SEASON-FOUND
           CLOSE SEASON-FILE
           IF NOT WS-SEASON-FOUND
               GO TO 5000-EXIT
           END-IF
           MOVE SEA-SEASON-ID      TO WS-STD-SEASON-ID
           MOVE SEA-START-DATE     TO WS-STD-START-DATE
           MOVE SEA-END-DATE       TO WS-STD-END-DATE
           MOVE SEA-DIVISION-COUNT TO WS-STD-DIV-COUNT
           PERFORM 9100-BUILD-STANDINGS THRU 9100-EXIT
           MOVE SPACES TO LEADERBOARD-REPORT-LINE
           WRITE LEADERBOARD-REPORT-LINE
           MOVE SEA-SEASON-ID TO WSH-SEASON-ID
           MOVE SEA-END-DATE  TO WSH-END-DATE
           MOVE WS-SEASON-HEADING TO LEADERBOARD-REPORT-LINE
           WRITE LEADERBOARD-REPORT-LINE
           MOVE ZERO TO WS-PRINT-DIVISION
           PERFORM 5200-PRINT-ONE-DIVISION THRU 5200-EXIT
               UNTIL WS-PRINT-DIVISION >= WS-STD-DIV-COUNT.
       5000-EXIT.
           EXIT.

       5100-FIND-OPEN-SEASON.
           READ SEASON-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SEASON-EOF-SWITCH
                   GO TO 5100-EXIT
           END-READ
           IF SEA-OPEN
               MOVE 'Y' TO WS-SEASON-FOUND-SWITCH
           END-IF.
       5100-EXIT.
           EXIT.

       5200-PRINT-ONE-DIVISION.
           ADD 1 TO WS-PRINT-DIVISION
           IF WS-STD-DIV-PLAYERS (WS-PRINT-DIVISION) = ZERO
               GO TO 5200-EXIT
           END-IF
           MOVE WS-PRINT-DIVISION TO WDH-DIVISION
           MOVE WS-DIVISION-HEADING TO LEADERBOARD-REPORT-LINE
           WRITE LEADERBOARD-REPORT-LINE
           MOVE ZERO TO WS-PRINT-RANK
           PERFORM 5300-PRINT-ONE-RANK THRU 5300-EXIT
               UNTIL WS-PRINT-RANK
                   >= WS-STD-DIV-PLAYERS (WS-PRINT-DIVISION).
       5200-EXIT.
           EXIT.

       5300-PRINT-ONE-RANK.
           ADD 1 TO WS-PRINT-RANK
           MOVE 'N' TO WS-RANK-FOUND-SWITCH
           MOVE ZERO TO WS-PRINT-SUB
           PERFORM 5400-FIND-RANK THRU 5400-EXIT
               UNTIL WS-RANK-FOUND OR WS-PRINT-SUB >= WS-STD-COUNT
           IF NOT WS-RANK-FOUND
               GO TO 5300-EXIT
           END-IF
           MOVE WS-PRINT-RANK               TO WSE-RANK
           MOVE WS-STD-NAME (WS-PRINT-SUB)   TO WSE-NAME
           MOVE WS-STD-RATING (WS-PRINT-SUB) TO WSE-RATING
           MOVE WS-STD-ROUNDS (WS-PRINT-SUB) TO WSE-ROUNDS
           MOVE WS-SEASON-DETAIL TO LEADERBOARD-REPORT-LINE
           WRITE LEADERBOARD-REPORT-LINE.
       5300-EXIT.
           EXIT.

       5400-FIND-RANK.
           ADD 1 TO WS-PRINT-SUB
           IF WS-STD-DIVISION (WS-PRINT-SUB) = WS-PRINT-DIVISION
                   AND WS-STD-RANK (WS-PRINT-SUB) = WS-PRINT-RANK
               MOVE 'Y' TO WS-RANK-FOUND-SWITCH
           END-IF.
       5400-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE LEADERBOARD-REPORT-FILE
           DISPLAY "LeaderboardReport - complete, ranked "
       9000-EXIT.
           EXIT.

       COPY SEASTDPA.

       COPY JOBSTAPA.
