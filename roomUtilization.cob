      ******************************************************************
      *    PROGRAM-ID: RoomUtilization
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Room utilization and conflict report.
      *                  Tables every class meeting that names a
      *                  room - each SECTION-MASTER section, and each
      *                  COURSE-MASTER course not run in sections -
      *                  then walks ROOM-MASTER and prints, per room,
      *                  the classes booked into it and the hours a
      *                  week it is in use.  Under each room it flags
      *                  double bookings (two classes meeting there
      *                  at an overlapping hour) and classes whose
      *                  seat limit exceeds the room's capacity.
      *                  Active rooms with nothing booked are marked
      *                  idle, a deactivated room still in use is
      *                  marked inactive, and classes booked into a
      *                  room not on ROOM-MASTER are listed last.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RoomUtilization.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           COPY SECTSEL.

           COPY ROOMSEL.

           SELECT UTIL-REPORT-FILE ASSIGN TO "ROOMUTIL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY JOBSTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       COPY SECTFD.

       COPY ROOMFD.

       FD  UTIL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  UTIL-PRINT-LINE             PIC X(80).

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY JOBSTAT.

       COPY SECTWS.
       COPY ROOMWS.
       COPY MEETOVWS.

       01  WS-COURSE-STATUS         PIC X(02).
           88  WS-COURSE-NOTFOUND   VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-LOAD-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-LOAD-END      VALUE 'Y'.
           05  WS-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
               88  WS-TABLE-FULL    VALUE 'Y'.
           05  WS-SECTIONED-SW      PIC X(01) VALUE 'N'.
               88  WS-COURSE-SECTIONED VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ROOMS-READ        PIC 9(05) VALUE ZERO.
           05  WS-IDLE-ROOMS        PIC 9(05) VALUE ZERO.
           05  WS-INACTIVE-IN-USE   PIC 9(05) VALUE ZERO.
           05  WS-DOUBLE-BOOKINGS   PIC 9(05) VALUE ZERO.
           05  WS-OVER-CAPACITY     PIC 9(05) VALUE ZERO.
           05  WS-UNKNOWN-ROOMS     PIC 9(05) VALUE ZERO.

      *    One row per class meeting - a section, or a course run
      *    whole.  Sections are tabled first, so a course row is
      *    skipped when its course already has section rows.
       01  WS-MEETING-TABLE.
           05  WS-MT-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-MT-ENTRY OCCURS 1500 TIMES.
               10  WS-MT-COURSE-CODE    PIC X(04).
               10  WS-MT-SECTION-NO     PIC X(02).
               10  WS-MT-ROOM-ID        PIC X(09).
               10  WS-MT-DAYS           PIC X(07).
               10  WS-MT-START-TIME     PIC 9(04).
               10  WS-MT-END-TIME       PIC 9(04).
               10  WS-MT-SEATS          PIC 9(03).
               10  WS-MT-ROOM-SW        PIC X(01).
                   88  WS-MT-ROOM-MATCHED VALUE 'Y'.

       01  WS-MT-SUB                PIC 9(04) COMP VALUE ZERO.
       01  WS-MT-OTHER              PIC 9(04) COMP VALUE ZERO.

      *    Per-room tallies and the minutes arithmetic
       01  WS-ROOM-CLASSES          PIC 9(03) VALUE ZERO.
       01  WS-ROOM-MINUTES          PIC 9(05) VALUE ZERO.
       01  WS-MEETING-MINUTES       PIC 9(05) VALUE ZERO.
       01  WS-START-MINUTES         PIC 9(05) VALUE ZERO.
       01  WS-END-MINUTES           PIC 9(05) VALUE ZERO.
       01  WS-DAY-SPACES            PIC 9(01) VALUE ZERO.
       01  WS-ROOM-HOURS            PIC 9(03)V9 VALUE ZERO.
       01  WS-TIME-WORK             PIC 9(04).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH           PIC 9(02).
           05  WS-TIME-MM           PIC 9(02).

       01  WS-REPORT-HEADING        PIC X(40) VALUE
           "Room utilization and conflicts".

       01  WS-COLUMN-HEADING        PIC X(80) VALUE
           "Bldg Room    Cap Features      Classes Hrs/wk".

       01  WS-ROOM-DETAIL.
           05  WRL-BUILDING         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRL-ROOM-NO          PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRL-CAPACITY         PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRL-LAB              PIC X(04).
           05  WRL-PROJECTOR        PIC X(05).
           05  WRL-COMPUTERS        PIC X(03).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WRL-CLASSES          PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WRL-HOURS            PIC ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WRL-REMARK           PIC X(10).

       01  WS-CLASH-DETAIL.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE
               "** DOUBLE BOOKED  ".
           05  WCL-COURSE-1         PIC X(04).
           05  FILLER               PIC X(01) VALUE "-".
           05  WCL-SECTION-1        PIC X(02).
           05  FILLER               PIC X(06) VALUE " with ".
           05  WCL-COURSE-2         PIC X(04).
           05  FILLER               PIC X(01) VALUE "-".
           05  WCL-SECTION-2        PIC X(02).

       01  WS-OVER-DETAIL.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE
               "** OVER CAPACITY  ".
           05  WOV-COURSE           PIC X(04).
           05  FILLER               PIC X(01) VALUE "-".
           05  WOV-SECTION          PIC X(02).
           05  FILLER               PIC X(07) VALUE " seats ".
           05  WOV-SEATS            PIC ZZ9.
           05  FILLER               PIC X(06) VALUE " room ".
           05  WOV-CAPACITY         PIC ZZ9.

       01  WS-UNKNOWN-DETAIL.
           05  FILLER               PIC X(21) VALUE
               "** ROOM NOT ON FILE  ".
           05  WUN-BUILDING         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WUN-ROOM-NO          PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WUN-COURSE           PIC X(04).
           05  FILLER               PIC X(01) VALUE "-".
           05  WUN-SECTION          PIC X(02).

       01  WS-ROOM-ID-SPLIT.
           05  WS-RS-BUILDING       PIC X(04).
           05  WS-RS-ROOM-NO        PIC X(05).

       01  WS-TOTAL-LINE.
           05  WTL-LABEL            PIC X(24).
           05  WTL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-REPORT-ROOM THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-LIST-UNKNOWN-ROOMS THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-ROOMS-READ TO JST-RECORDS-READ
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "RoomUtil" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           OPEN INPUT ROOM-MASTER-FILE
           IF WS-ROOM-NOTFOUND
               DISPLAY "RoomUtilization - ROOM-MASTER not found"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           IF WS-COURSE-NOTFOUND
               DISPLAY "RoomUtilization - COURSE-MASTER not found"
               CLOSE ROOM-MASTER-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT SECTION-MASTER-FILE
           PERFORM 1100-LOAD-SECTIONS THRU 1100-EXIT
           PERFORM 1200-LOAD-COURSES THRU 1200-EXIT
           IF WS-TABLE-FULL
               DISPLAY "RoomUtilization - more classes than the "
                   "meeting table holds, report is incomplete"
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN OUTPUT UTIL-REPORT-FILE
           MOVE WS-REPORT-HEADING TO UTIL-PRINT-LINE
           WRITE UTIL-PRINT-LINE
           MOVE WS-COLUMN-HEADING TO UTIL-PRINT-LINE
           WRITE UTIL-PRINT-LINE
           DISPLAY "RoomUtilization - checking room bookings"
           PERFORM 2100-READ-ROOM THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1100-LOAD-SECTIONS - every section is tabled, roomed or  *
      *    not, so its course is known to run in sections           *
      *-----------------------------------------------------------*
       1100-LOAD-SECTIONS.
           IF WS-SECTION-NOTFOUND
               GO TO 1100-EXIT
           END-IF
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           PERFORM 1110-TABLE-ONE-SECTION THRU 1110-EXIT
               UNTIL WS-LOAD-END OR WS-TABLE-FULL
           CLOSE SECTION-MASTER-FILE.
       1100-EXIT.
           EXIT.

       1110-TABLE-ONE-SECTION.
           READ SECTION-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ
           IF WS-MT-COUNT >= 1500
               MOVE 'Y' TO WS-TABLE-FULL-SW
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO WS-MT-COUNT
           MOVE SEC-COURSE-CODE  TO WS-MT-COURSE-CODE (WS-MT-COUNT)
           MOVE SEC-SECTION-NO   TO WS-MT-SECTION-NO (WS-MT-COUNT)
           MOVE SEC-ROOM-ID      TO WS-MT-ROOM-ID (WS-MT-COUNT)
           MOVE SEC-MEETING-DAYS TO WS-MT-DAYS (WS-MT-COUNT)
           MOVE SEC-START-TIME   TO WS-MT-START-TIME (WS-MT-COUNT)
           MOVE SEC-END-TIME     TO WS-MT-END-TIME (WS-MT-COUNT)
           MOVE SEC-MAX-SEATS    TO WS-MT-SEATS (WS-MT-COUNT)
           MOVE 'N'              TO WS-MT-ROOM-SW (WS-MT-COUNT).
       1110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    1200-LOAD-COURSES - a course meets whole only when it    *
      *    has no section rows                                      *
      *-----------------------------------------------------------*
       1200-LOAD-COURSES.
           MOVE 'N' TO WS-LOAD-EOF-SWITCH
           PERFORM 1210-TABLE-ONE-COURSE THRU 1210-EXIT
               UNTIL WS-LOAD-END OR WS-TABLE-FULL
           CLOSE COURSE-MASTER-FILE.
       1200-EXIT.
           EXIT.

       1210-TABLE-ONE-COURSE.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ
           MOVE 'N' TO WS-SECTIONED-SW
           MOVE ZERO TO WS-MT-SUB
           PERFORM 1220-SCAN-FOR-SECTION THRU 1220-EXIT
               UNTIL WS-COURSE-SECTIONED OR WS-MT-SUB >= WS-MT-COUNT
           IF WS-COURSE-SECTIONED
               GO TO 1210-EXIT
           END-IF
           IF WS-MT-COUNT >= 1500
               MOVE 'Y' TO WS-TABLE-FULL-SW
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-MT-COUNT
           MOVE CRS-CODE         TO WS-MT-COURSE-CODE (WS-MT-COUNT)
           MOVE SPACES           TO WS-MT-SECTION-NO (WS-MT-COUNT)
           MOVE CRS-ROOM-ID      TO WS-MT-ROOM-ID (WS-MT-COUNT)
           MOVE CRS-MEETING-DAYS TO WS-MT-DAYS (WS-MT-COUNT)
           MOVE CRS-START-TIME   TO WS-MT-START-TIME (WS-MT-COUNT)
           MOVE CRS-END-TIME     TO WS-MT-END-TIME (WS-MT-COUNT)
           MOVE CRS-MAX-SEATS    TO WS-MT-SEATS (WS-MT-COUNT)
           MOVE 'N'              TO WS-MT-ROOM-SW (WS-MT-COUNT).
       1210-EXIT.
           EXIT.

       1220-SCAN-FOR-SECTION.
           ADD 1 TO WS-MT-SUB
           IF WS-MT-COURSE-CODE (WS-MT-SUB) = CRS-CODE
               MOVE 'Y' TO WS-SECTIONED-SW
           END-IF.
       1220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-REPORT-ROOM - the room line, then its exceptions    *
      *-----------------------------------------------------------*
       2000-REPORT-ROOM.
           ADD 1 TO WS-ROOMS-READ
           MOVE ZERO TO WS-ROOM-CLASSES
           MOVE ZERO TO WS-ROOM-MINUTES
           MOVE ZERO TO WS-MT-SUB
           PERFORM 2200-TALLY-ONE-MEETING THRU 2200-EXIT
               UNTIL WS-MT-SUB >= WS-MT-COUNT
           PERFORM 2300-PRINT-ROOM-LINE THRU 2300-EXIT
           MOVE ZERO TO WS-MT-SUB
           PERFORM 2400-CHECK-ONE-MEETING THRU 2400-EXIT
               UNTIL WS-MT-SUB >= WS-MT-COUNT
           PERFORM 2100-READ-ROOM THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-ROOM.
           READ ROOM-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-TALLY-ONE-MEETING - classes and weekly minutes for  *
      *    the room; a class with no fixed hour adds no minutes     *
      *-----------------------------------------------------------*
       2200-TALLY-ONE-MEETING.
           ADD 1 TO WS-MT-SUB
           IF WS-MT-ROOM-ID (WS-MT-SUB) NOT = RMM-KEY
               GO TO 2200-EXIT
           END-IF
           MOVE 'Y' TO WS-MT-ROOM-SW (WS-MT-SUB)
           ADD 1 TO WS-ROOM-CLASSES
           IF WS-MT-END-TIME (WS-MT-SUB) NOT >
                   WS-MT-START-TIME (WS-MT-SUB)
               GO TO 2200-EXIT
           END-IF
           MOVE WS-MT-START-TIME (WS-MT-SUB) TO WS-TIME-WORK
           COMPUTE WS-START-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM
           MOVE WS-MT-END-TIME (WS-MT-SUB) TO WS-TIME-WORK
           COMPUTE WS-END-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM
           MOVE ZERO TO WS-DAY-SPACES
           INSPECT WS-MT-DAYS (WS-MT-SUB)
               TALLYING WS-DAY-SPACES FOR ALL SPACE
           COMPUTE WS-MEETING-MINUTES =
               (WS-END-MINUTES - WS-START-MINUTES)
                   * (7 - WS-DAY-SPACES)
           ADD WS-MEETING-MINUTES TO WS-ROOM-MINUTES.
       2200-EXIT.
           EXIT.

       2300-PRINT-ROOM-LINE.
           MOVE RMM-BUILDING TO WRL-BUILDING
           MOVE RMM-ROOM-NO  TO WRL-ROOM-NO
           MOVE RMM-CAPACITY TO WRL-CAPACITY
           MOVE SPACES TO WRL-LAB
           MOVE SPACES TO WRL-PROJECTOR
           MOVE SPACES TO WRL-COMPUTERS
           IF RMM-IS-LAB
               MOVE "LAB " TO WRL-LAB
           END-IF
           IF RMM-HAS-PROJECTOR
               MOVE "PROJ " TO WRL-PROJECTOR
           END-IF
           IF RMM-HAS-COMPUTERS
               MOVE "PC " TO WRL-COMPUTERS
           END-IF
           MOVE WS-ROOM-CLASSES TO WRL-CLASSES
           COMPUTE WS-ROOM-HOURS ROUNDED = WS-ROOM-MINUTES / 60
           MOVE WS-ROOM-HOURS TO WRL-HOURS
           MOVE SPACES TO WRL-REMARK
           IF RMM-ACTIVE AND WS-ROOM-CLASSES = ZERO
               MOVE "IDLE" TO WRL-REMARK
               ADD 1 TO WS-IDLE-ROOMS
           END-IF
           IF NOT RMM-ACTIVE
               MOVE "INACTIVE" TO WRL-REMARK
               IF WS-ROOM-CLASSES > ZERO
                   ADD 1 TO WS-INACTIVE-IN-USE
               END-IF
           END-IF
           MOVE WS-ROOM-DETAIL TO UTIL-PRINT-LINE
           WRITE UTIL-PRINT-LINE.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2400-CHECK-ONE-MEETING - seat limit against capacity,    *
      *    then each later class in the same room for an overlap,   *
      *    so every double booking prints once                      *
      *-----------------------------------------------------------*
       2400-CHECK-ONE-MEETING.
           ADD 1 TO WS-MT-SUB
           IF WS-MT-ROOM-ID (WS-MT-SUB) NOT = RMM-KEY
               GO TO 2400-EXIT
           END-IF
           IF WS-MT-SEATS (WS-MT-SUB) > RMM-CAPACITY
               ADD 1 TO WS-OVER-CAPACITY
               MOVE WS-MT-COURSE-CODE (WS-MT-SUB) TO WOV-COURSE
               MOVE WS-MT-SECTION-NO (WS-MT-SUB)  TO WOV-SECTION
               MOVE WS-MT-SEATS (WS-MT-SUB)       TO WOV-SEATS
               MOVE RMM-CAPACITY                  TO WOV-CAPACITY
               MOVE WS-OVER-DETAIL TO UTIL-PRINT-LINE
               WRITE UTIL-PRINT-LINE
           END-IF
           MOVE WS-MT-DAYS (WS-MT-SUB)       TO WS-MO-DAYS-1
           MOVE WS-MT-START-TIME (WS-MT-SUB) TO WS-MO-START-1
           MOVE WS-MT-END-TIME (WS-MT-SUB)   TO WS-MO-END-1
           MOVE WS-MT-SUB TO WS-MT-OTHER
           PERFORM 2450-CHECK-ONE-PAIR THRU 2450-EXIT
               UNTIL WS-MT-OTHER >= WS-MT-COUNT.
       2400-EXIT.
           EXIT.

       2450-CHECK-ONE-PAIR.
           ADD 1 TO WS-MT-OTHER
           IF WS-MT-ROOM-ID (WS-MT-OTHER) NOT = RMM-KEY
               GO TO 2450-EXIT
           END-IF
           MOVE WS-MT-DAYS (WS-MT-OTHER)       TO WS-MO-DAYS-2
           MOVE WS-MT-START-TIME (WS-MT-OTHER) TO WS-MO-START-2
           MOVE WS-MT-END-TIME (WS-MT-OTHER)   TO WS-MO-END-2
           PERFORM 9470-CHECK-MEETING-OVERLAP THRU 9470-EXIT
           IF WS-MO-OVERLAP
               ADD 1 TO WS-DOUBLE-BOOKINGS
               MOVE WS-MT-COURSE-CODE (WS-MT-SUB)   TO WCL-COURSE-1
               MOVE WS-MT-SECTION-NO (WS-MT-SUB)    TO WCL-SECTION-1
               MOVE WS-MT-COURSE-CODE (WS-MT-OTHER) TO WCL-COURSE-2
               MOVE WS-MT-SECTION-NO (WS-MT-OTHER)  TO WCL-SECTION-2
               MOVE WS-CLASH-DETAIL TO UTIL-PRINT-LINE
               WRITE UTIL-PRINT-LINE
           END-IF.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-LIST-UNKNOWN-ROOMS - classes booked into a room     *
      *    that never matched a ROOM-MASTER record                  *
      *-----------------------------------------------------------*
       3000-LIST-UNKNOWN-ROOMS.
           IF RETURN-CODE = 16
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO WS-MT-SUB
           PERFORM 3100-CHECK-ONE-UNKNOWN THRU 3100-EXIT
               UNTIL WS-MT-SUB >= WS-MT-COUNT.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-UNKNOWN.
           ADD 1 TO WS-MT-SUB
           IF WS-MT-ROOM-ID (WS-MT-SUB) = SPACES
                   OR WS-MT-ROOM-MATCHED (WS-MT-SUB)
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-UNKNOWN-ROOMS
           MOVE WS-MT-ROOM-ID (WS-MT-SUB) TO WS-ROOM-ID-SPLIT
           MOVE WS-RS-BUILDING TO WUN-BUILDING
           MOVE WS-RS-ROOM-NO  TO WUN-ROOM-NO
           MOVE WS-MT-COURSE-CODE (WS-MT-SUB) TO WUN-COURSE
           MOVE WS-MT-SECTION-NO (WS-MT-SUB)  TO WUN-SECTION
           MOVE WS-UNKNOWN-DETAIL TO UTIL-PRINT-LINE
           WRITE UTIL-PRINT-LINE.
       3100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           MOVE SPACES TO UTIL-PRINT-LINE
           WRITE UTIL-PRINT-LINE
           MOVE "Rooms on file" TO WTL-LABEL
           MOVE WS-ROOMS-READ TO WTL-COUNT
           PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
           MOVE "Idle rooms" TO WTL-LABEL
           MOVE WS-IDLE-ROOMS TO WTL-COUNT
           PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
           MOVE "Inactive rooms in use" TO WTL-LABEL
           MOVE WS-INACTIVE-IN-USE TO WTL-COUNT
           PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
           MOVE "Double bookings" TO WTL-LABEL
           MOVE WS-DOUBLE-BOOKINGS TO WTL-COUNT
           PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
           MOVE "Over room capacity" TO WTL-LABEL
           MOVE WS-OVER-CAPACITY TO WTL-COUNT
           PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
           MOVE "Rooms not on file" TO WTL-LABEL
           MOVE WS-UNKNOWN-ROOMS TO WTL-COUNT
           PERFORM 9100-PRINT-TOTAL THRU 9100-EXIT
           CLOSE ROOM-MASTER-FILE
           CLOSE UTIL-REPORT-FILE
           DISPLAY "Rooms read          : " WS-ROOMS-READ
           DISPLAY "Double bookings     : " WS-DOUBLE-BOOKINGS
           DISPLAY "Over room capacity  : " WS-OVER-CAPACITY
           DISPLAY "Idle rooms          : " WS-IDLE-ROOMS.
       9000-EXIT.
           EXIT.

       9100-PRINT-TOTAL.
           MOVE WS-TOTAL-LINE TO UTIL-PRINT-LINE
           WRITE UTIL-PRINT-LINE.
       9100-EXIT.
           EXIT.

       COPY MEETOVPA.

       COPY JOBSTAPA.
