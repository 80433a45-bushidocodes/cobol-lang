      ******************************************************************
      *    PROGRAM-ID: SeasonRollover
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Front Store - Point of Sale Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Season-close job for GuessingGame league
      *                  play.  Closes the open season once the
      *                  processing date has reached its end date:
      *                  the final standings by division (SEASTDPA,
      *                  the same standings LeaderboardReport prints)
      *                  go to SEASCLOS.RPT and onto the SEASARCH.DAT
      *                  archive, the top SEASON_MOVE_COUNT players
      *                  of each division (default 2) are promoted
      *                  and the bottom as many relegated, and every
      *                  PLAYER-MASTER rating is decayed
      *                  SEASON_DECAY_PCT percent (default 25) of the
      *                  way toward the mean rating of players who
      *                  have played.  The decay is made on the
      *                  lifetime range total, so the rating the game
      *                  recomputes each round starts from the decayed
      *                  figure.  SeasonStart places the next season
      *                  from the archive.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SeasonRollover.
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

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLM-PLAYER-NAME
               FILE STATUS IS WS-PLAYER-STATUS.

           SELECT SEASON-ARCHIVE-FILE ASSIGN TO "SEASARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT SEASON-CLOSE-REPORT ASSIGN TO "SEASCLOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY SEASTSEL.

           COPY PRCDTSEL.

           COPY PARMSEL.

           COPY JOBSTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  SEASON-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SEASON.

       FD  PLAYER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PLAYERM.

       FD  SEASON-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SEASARCH.

       FD  SEASON-CLOSE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SEASON-CLOSE-LINE           PIC X(80).

       COPY SEASTFD.

       COPY PARMFD.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY PARMWS.
       COPY JOBSTAT.
       COPY SEASTDWS.

       01  WS-SEASON-STATUS         PIC X(02).
           88  WS-SEASON-OK         VALUE "00".
           88  WS-SEASON-NOTFOUND   VALUE "35".

       01  WS-PLAYER-STATUS         PIC X(02).
           88  WS-PLAYER-NOTFOUND   VALUE "35".

       01  WS-ARCHIVE-STATUS        PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01).
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-OPEN-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-OPEN-FOUND    VALUE 'Y'.
           05  WS-MASTER-OPEN-SW    PIC X(01) VALUE 'N'.
               88  WS-MASTER-OPEN   VALUE 'Y'.
           05  WS-FILES-OPEN-SW     PIC X(01) VALUE 'N'.
               88  WS-FILES-OPEN    VALUE 'Y'.
           05  WS-RANK-FOUND-SW     PIC X(01).
               88  WS-RANK-FOUND    VALUE 'Y'.

       01  WS-OPEN-SEASON-ID        PIC 9(04) VALUE ZERO.

       01  WS-MOVE-PICK             PIC X(02).
       01  WS-DECAY-PICK            PIC X(02).
       01  WS-MOVE-COUNT            PIC 9(02) VALUE 2.
       01  WS-DECAY-PCT             PIC 9(02) VALUE 25.
       01  WS-RELEGATE-FROM         PIC 9(03).

      *    Mean rating of everyone who has played, and the decay
      *    figures for one player.
       01  WS-DECAY-WORK.
           05  WS-RATED-PLAYERS     PIC 9(05) VALUE ZERO.
           05  WS-RATING-TOTAL      PIC 9(09)V99 VALUE ZERO.
           05  WS-MEAN-RATING       PIC 9(05)V99 VALUE ZERO.
           05  WS-RATING-GAP        PIC S9(05)V99.
           05  WS-NEW-RATING        PIC 9(05)V99.

      *    Lifetime rating before and after the decay, by standings
      *    entry.
       01  WS-DECAY-TABLE.
           05  WS-DC-ENTRY OCCURS 200 TIMES.
               10  WS-DC-BEFORE     PIC 9(05)V99.
               10  WS-DC-AFTER      PIC 9(05)V99.

       01  WS-PRINT-DIVISION        PIC 9(02) VALUE ZERO.
       01  WS-PRINT-RANK            PIC 9(03) VALUE ZERO.
       01  WS-PRINT-SUB             PIC 9(03) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-PLAYERS-DECAYED   PIC 9(05) VALUE ZERO.
           05  WS-ARCHIVED          PIC 9(05) VALUE ZERO.
           05  WS-PROMOTED          PIC 9(05) VALUE ZERO.
           05  WS-RELEGATED         PIC 9(05) VALUE ZERO.

       01  WS-CLOSE-HEADING.
           05  FILLER               PIC X(07) VALUE "SEASON ".
           05  WCH-SEASON-ID        PIC 9(04).
           05  FILLER               PIC X(18) VALUE
               " FINAL STANDINGS  ".
           05  WCH-START-DATE       PIC 9(08).
           05  FILLER               PIC X(04) VALUE " to ".
           05  WCH-END-DATE         PIC 9(08).

       01  WS-DIVISION-HEADING.
           05  FILLER               PIC X(09) VALUE "Division ".
           05  WDH-DIVISION         PIC Z9.
           05  FILLER               PIC X(51) VALUE
               "Player           Rating Rounds  Guesses   Move Next".

       01  WS-CLOSE-DETAIL.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  WCD-RANK             PIC ZZ9.
           05  FILLER               PIC X(02) VALUE ". ".
           05  WCD-NAME             PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WCD-RATING           PIC ZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WCD-ROUNDS           PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WCD-GUESSES          PIC ZZZZZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WCD-MOVEMENT         PIC X(01).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WCD-NEXT-DIVISION    PIC Z9.

       01  WS-TOTAL-LINE.
           05  WTL-LABEL            PIC X(30).
           05  WTL-VALUE            PIC ZZZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = ZERO
               PERFORM 9100-BUILD-STANDINGS THRU 9100-EXIT
               PERFORM 2000-FIND-MEAN THRU 2000-EXIT
               PERFORM 3000-DECAY-RATINGS THRU 3000-EXIT
               PERFORM 4000-ARCHIVE-STANDINGS THRU 4000-EXIT
               PERFORM 5000-CLOSE-SEASON THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-STD-COUNT TO JST-RECORDS-READ
           MOVE WS-ARCHIVED TO JST-RECORDS-WRITTEN
           MOVE WS-STD-OVERFLOW TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      *    1000-INITIALIZE - the open season, and only once its     *
      *    end date has been reached                                *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE "SeasonRollov" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE "SEASON_MOVE_COUNT" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:2) TO WS-MOVE-PICK
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "SEASON_MOVE_COUNT"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:2) TO WS-MOVE-PICK
           END-IF
           IF WS-MOVE-PICK NUMERIC
               MOVE WS-MOVE-PICK TO WS-MOVE-COUNT
           END-IF
           MOVE "SEASON_DECAY_PCT" TO WS-PARM-KEY-WANTED
           PERFORM 9550-GET-PARAMETER THRU 9550-EXIT
           MOVE WS-PARM-VALUE(1:2) TO WS-DECAY-PICK
           MOVE SPACES TO WS-PARM-VALUE
           ACCEPT WS-PARM-VALUE FROM ENVIRONMENT "SEASON_DECAY_PCT"
           IF WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:2) TO WS-DECAY-PICK
           END-IF
           IF WS-DECAY-PICK NUMERIC
               MOVE WS-DECAY-PICK TO WS-DECAY-PCT
           END-IF
           OPEN I-O SEASON-FILE
           IF WS-SEASON-NOTFOUND
               DISPLAY "SeasonRollover - no season file, "
                   "nothing to close"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1100-SCAN-ONE-SEASON THRU 1100-EXIT
               UNTIL WS-END-OF-FILE
           IF NOT WS-OPEN-FOUND
               DISPLAY "SeasonRollover - no open season to close"
               MOVE 16 TO RETURN-CODE
               CLOSE SEASON-FILE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-OPEN-SEASON-ID TO SEA-SEASON-ID
           READ SEASON-FILE
               INVALID KEY
                   DISPLAY "SeasonRollover - season "
                       WS-OPEN-SEASON-ID " could not be re-read"
                   MOVE 16 TO RETURN-CODE
                   CLOSE SEASON-FILE
                   GO TO 1000-EXIT
           END-READ
           IF WS-PROCESSING-DATE < SEA-END-DATE
               DISPLAY "SeasonRollover - season " SEA-SEASON-ID
                   " runs to " SEA-END-DATE ", not closed"
               MOVE 16 TO RETURN-CODE
               CLOSE SEASON-FILE
               GO TO 1000-EXIT
           END-IF
           MOVE SEA-SEASON-ID      TO WS-STD-SEASON-ID
           MOVE SEA-START-DATE     TO WS-STD-START-DATE
           MOVE SEA-END-DATE       TO WS-STD-END-DATE
           MOVE SEA-DIVISION-COUNT TO WS-STD-DIV-COUNT
           OPEN I-O PLAYER-MASTER-FILE
           IF NOT WS-PLAYER-NOTFOUND
               MOVE 'Y' TO WS-MASTER-OPEN-SW
           END-IF
           OPEN EXTEND SEASON-ARCHIVE-FILE
           OPEN OUTPUT SEASON-CLOSE-REPORT
           MOVE 'Y' TO WS-FILES-OPEN-SW
           MOVE ZEROS TO WS-DECAY-TABLE
           MOVE SEA-SEASON-ID  TO WCH-SEASON-ID
           MOVE SEA-START-DATE TO WCH-START-DATE
           MOVE SEA-END-DATE   TO WCH-END-DATE
           MOVE WS-CLOSE-HEADING TO SEASON-CLOSE-LINE
           WRITE SEASON-CLOSE-LINE
           DISPLAY "SeasonRollover - closing season " SEA-SEASON-ID.
       1000-EXIT.
           EXIT.

       1100-SCAN-ONE-SEASON.
           READ SEASON-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 1100-EXIT
           END-READ
           IF SEA-OPEN
               MOVE 'Y' TO WS-OPEN-FOUND-SW
               MOVE SEA-SEASON-ID TO WS-OPEN-SEASON-ID
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-FIND-MEAN - mean lifetime rating over the players   *
      *    who have played a round                                  *
      *-----------------------------------------------------------*
       2000-FIND-MEAN.
           IF NOT WS-MASTER-OPEN
               GO TO 2000-EXIT
           END-IF
           MOVE LOW-VALUES TO PLM-PLAYER-NAME
           START PLAYER-MASTER-FILE KEY IS > PLM-PLAYER-NAME
               INVALID KEY
                   GO TO 2000-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-ADD-ONE-RATING THRU 2100-EXIT
               UNTIL WS-END-OF-FILE
           IF WS-RATED-PLAYERS > ZERO
               COMPUTE WS-MEAN-RATING ROUNDED =
                   WS-RATING-TOTAL / WS-RATED-PLAYERS
           END-IF.
       2000-EXIT.
           EXIT.

       2100-ADD-ONE-RATING.
           READ PLAYER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           IF PLM-ROUNDS-PLAYED > ZERO
               ADD 1 TO WS-RATED-PLAYERS
               ADD PLM-RATING TO WS-RATING-TOTAL
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-DECAY-RATINGS - each played rating moved part of    *
      *    the way to the mean, through the range total the game    *
      *    rebuilds the rating from                                 *
      *-----------------------------------------------------------*
       3000-DECAY-RATINGS.
           IF NOT WS-MASTER-OPEN OR WS-RATED-PLAYERS = ZERO
               GO TO 3000-EXIT
           END-IF
           MOVE LOW-VALUES TO PLM-PLAYER-NAME
           START PLAYER-MASTER-FILE KEY IS > PLM-PLAYER-NAME
               INVALID KEY
                   GO TO 3000-EXIT
           END-START
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3100-DECAY-ONE-PLAYER THRU 3100-EXIT
               UNTIL WS-END-OF-FILE.
       3000-EXIT.
           EXIT.

       3100-DECAY-ONE-PLAYER.
           READ PLAYER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ
           MOVE PLM-PLAYER-NAME TO WS-STD-FIND-NAME
           PERFORM 9150-FIND-PLAYER THRU 9150-EXIT
           IF WS-STD-FOUND
               MOVE PLM-RATING TO WS-DC-BEFORE (WS-STD-FIND-SUB)
               MOVE PLM-RATING TO WS-DC-AFTER (WS-STD-FIND-SUB)
           END-IF
           IF PLM-ROUNDS-PLAYED = ZERO OR PLM-TOTAL-GUESSES = ZERO
               GO TO 3100-EXIT
           END-IF
           COMPUTE WS-RATING-GAP = PLM-RATING - WS-MEAN-RATING
           COMPUTE WS-NEW-RATING ROUNDED =
               PLM-RATING - (WS-RATING-GAP * WS-DECAY-PCT / 100)
           COMPUTE PLM-TOTAL-RANGE ROUNDED =
               WS-NEW-RATING * PLM-TOTAL-GUESSES / 100
           COMPUTE PLM-RATING ROUNDED =
               (PLM-TOTAL-RANGE * 100) / PLM-TOTAL-GUESSES
           REWRITE PLAYER-MASTER-RECORD
           ADD 1 TO WS-PLAYERS-DECAYED
           IF WS-STD-FOUND
               MOVE PLM-RATING TO WS-DC-AFTER (WS-STD-FIND-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-ARCHIVE-STANDINGS - division by division, rank by   *
      *    rank: movement decided, printed and archived             *
      *-----------------------------------------------------------*
       4000-ARCHIVE-STANDINGS.
           MOVE ZERO TO WS-PRINT-DIVISION
           PERFORM 4100-ARCHIVE-ONE-DIVISION THRU 4100-EXIT
               UNTIL WS-PRINT-DIVISION >= WS-STD-DIV-COUNT.
       4000-EXIT.
           EXIT.

       4100-ARCHIVE-ONE-DIVISION.
           ADD 1 TO WS-PRINT-DIVISION
           IF WS-STD-DIV-PLAYERS (WS-PRINT-DIVISION) = ZERO
               GO TO 4100-EXIT
           END-IF
           MOVE SPACES TO SEASON-CLOSE-LINE
           WRITE SEASON-CLOSE-LINE
           MOVE WS-PRINT-DIVISION TO WDH-DIVISION
           MOVE WS-DIVISION-HEADING TO SEASON-CLOSE-LINE
           WRITE SEASON-CLOSE-LINE
           IF WS-STD-DIV-PLAYERS (WS-PRINT-DIVISION) > WS-MOVE-COUNT
               COMPUTE WS-RELEGATE-FROM =
                   WS-STD-DIV-PLAYERS (WS-PRINT-DIVISION)
                       - WS-MOVE-COUNT + 1
           ELSE
               MOVE 1 TO WS-RELEGATE-FROM
           END-IF
           IF WS-RELEGATE-FROM <= WS-MOVE-COUNT
               COMPUTE WS-RELEGATE-FROM = WS-MOVE-COUNT + 1
           END-IF
           MOVE ZERO TO WS-PRINT-RANK
           PERFORM 4200-ARCHIVE-ONE-RANK THRU 4200-EXIT
               UNTIL WS-PRINT-RANK
                   >= WS-STD-DIV-PLAYERS (WS-PRINT-DIVISION).
       4100-EXIT.
           EXIT.

       4200-ARCHIVE-ONE-RANK.
           ADD 1 TO WS-PRINT-RANK
           MOVE 'N' TO WS-RANK-FOUND-SW
           MOVE ZERO TO WS-PRINT-SUB
           PERFORM 4300-FIND-RANK THRU 4300-EXIT
               UNTIL WS-RANK-FOUND OR WS-PRINT-SUB >= WS-STD-COUNT
           IF NOT WS-RANK-FOUND
               GO TO 4200-EXIT
           END-IF
           MOVE WS-STD-SEASON-ID TO SAR-SEASON-ID
           MOVE WS-PRINT-DIVISION TO SAR-DIVISION
           MOVE WS-PRINT-RANK TO SAR-RANK
           MOVE WS-STD-NAME (WS-PRINT-SUB)    TO SAR-PLAYER-NAME
           MOVE WS-STD-ROUNDS (WS-PRINT-SUB)  TO SAR-ROUNDS
           MOVE WS-STD-GUESSES (WS-PRINT-SUB) TO SAR-GUESSES
           MOVE WS-STD-RANGE (WS-PRINT-SUB)   TO SAR-RANGE
           MOVE WS-STD-RATING (WS-PRINT-SUB)  TO SAR-SEASON-RATING
           MOVE WS-DC-BEFORE (WS-PRINT-SUB)   TO SAR-RATING-BEFORE
           MOVE WS-DC-AFTER (WS-PRINT-SUB)    TO SAR-RATING-AFTER
           EVALUATE TRUE
               WHEN WS-PRINT-RANK <= WS-MOVE-COUNT
                       AND WS-PRINT-DIVISION > 1
                   MOVE 'P' TO SAR-MOVEMENT
                   COMPUTE SAR-NEXT-DIVISION = WS-PRINT-DIVISION - 1
                   ADD 1 TO WS-PROMOTED
               WHEN WS-PRINT-RANK >= WS-RELEGATE-FROM
                       AND WS-PRINT-DIVISION < WS-STD-DIV-COUNT
                   MOVE 'D' TO SAR-MOVEMENT
                   COMPUTE SAR-NEXT-DIVISION = WS-PRINT-DIVISION + 1
                   ADD 1 TO WS-RELEGATED
               WHEN OTHER
                   MOVE 'S' TO SAR-MOVEMENT
                   MOVE WS-PRINT-DIVISION TO SAR-NEXT-DIVISION
           END-EVALUATE
           WRITE SEASON-ARCHIVE-RECORD
           ADD 1 TO WS-ARCHIVED
           MOVE SAR-RANK          TO WCD-RANK
           MOVE SAR-PLAYER-NAME   TO WCD-NAME
           MOVE SAR-SEASON-RATING TO WCD-RATING
           MOVE SAR-ROUNDS        TO WCD-ROUNDS
           MOVE SAR-GUESSES       TO WCD-GUESSES
           MOVE SAR-MOVEMENT      TO WCD-MOVEMENT
           MOVE SAR-NEXT-DIVISION TO WCD-NEXT-DIVISION
           MOVE WS-CLOSE-DETAIL TO SEASON-CLOSE-LINE
           WRITE SEASON-CLOSE-LINE.
       4200-EXIT.
           EXIT.

       4300-FIND-RANK.
           ADD 1 TO WS-PRINT-SUB
           IF WS-STD-DIVISION (WS-PRINT-SUB) = WS-PRINT-DIVISION
                   AND WS-STD-RANK (WS-PRINT-SUB) = WS-PRINT-RANK
               MOVE 'Y' TO WS-RANK-FOUND-SW
           END-IF.
       4300-EXIT.
           EXIT.

       5000-CLOSE-SEASON.
           MOVE 'C' TO SEA-STATUS
           MOVE WS-PROCESSING-DATE TO SEA-CLOSED-DATE
           REWRITE SEASON-RECORD
           IF NOT WS-SEASON-OK
               DISPLAY "SeasonRollover - season " SEA-SEASON-ID
                   " not marked closed, status " WS-SEASON-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE SPACES TO SEASON-CLOSE-LINE
           WRITE SEASON-CLOSE-LINE
           MOVE "Mean rating decayed toward" TO WTL-LABEL
           MOVE WS-MEAN-RATING TO WTL-VALUE
           MOVE WS-TOTAL-LINE TO SEASON-CLOSE-LINE
           WRITE SEASON-CLOSE-LINE.
       5000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT WS-FILES-OPEN
               GO TO 9000-EXIT
           END-IF
           CLOSE SEASON-FILE
           IF WS-MASTER-OPEN
               CLOSE PLAYER-MASTER-FILE
           END-IF
           CLOSE SEASON-ARCHIVE-FILE
           CLOSE SEASON-CLOSE-REPORT
           DISPLAY "Players archived  : " WS-ARCHIVED
           DISPLAY "Promoted          : " WS-PROMOTED
           DISPLAY "Relegated         : " WS-RELEGATED
           DISPLAY "Ratings decayed   : " WS-PLAYERS-DECAYED
           DISPLAY "SeasonRollover - standings on SEASCLOS.RPT"
           IF WS-STD-OVERFLOW > ZERO
               DISPLAY "Standings table full, players left off: "
                   WS-STD-OVERFLOW
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.

       COPY SEASTDPA.

       COPY PRCDTPA.

       COPY PARMPA.

       COPY JOBSTAPA.
