      ******************************************************************
      *    PROGRAM-ID: AttendanceLoad
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Loads the attendance sheets instructors
      *                  submit - one transaction per student per
      *                  course per class meeting, P present, A
      *                  absent, E excused.  Each transaction must
      *                  match an ENROLLMENT-MASTER row for that
      *                  student and course; rejects go to the
      *                  common exception log.  Accepted rows are
      *                  added to the attendance history with the
      *                  section and term of the enrollment, and a
      *                  P row moves the student's last-attended
      *                  date (LASTATT.DAT) forward when it is later
      *                  than the one on file.  Sets a non-zero
      *                  RETURN-CODE when any transaction was
      *                  rejected.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AttendanceLoad.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENDANCE-TXN-FILE ASSIGN TO "ATTEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ATTENDANCE-HISTORY-FILE ASSIGN TO "ATTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENROLLMENT-MASTER-FILE ASSIGN TO "STUENRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENL-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT LAST-ATTENDANCE-FILE ASSIGN TO "LASTATT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAT-STUDENT-ID
               FILE STATUS IS WS-LASTATT-STATUS.

           COPY ERRLGSEL.

           COPY PRCDTSEL.

           COPY JOBSTSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  ATTENDANCE-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ATTTXN.

       FD  ATTENDANCE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ATTHIST.

       FD  ENROLLMENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUENRL.

       FD  LAST-ATTENDANCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LASTATT.

       COPY ERRLGFD.
       COPY ERRREC.

       COPY JOBSTFD.

       WORKING-STORAGE SECTION.
       COPY JOBSTAT.
       COPY PRCDTWS.
       COPY SYSCLOCK.

       01  WS-ENROLL-STATUS         PIC X(02).
           88  WS-ENROLL-NOTFOUND   VALUE "35".

       01  WS-LASTATT-STATUS        PIC X(02).
           88  WS-LASTATT-NOTFOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-VALID-SWITCH      PIC X(01) VALUE 'Y'.
               88  WS-ATTEND-TXN-VALID   VALUE 'Y'.
               88  WS-ATTEND-TXN-INVALID VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-TXNS-READ         PIC 9(07) VALUE ZERO.
           05  WS-ROWS-POSTED       PIC 9(07) VALUE ZERO.
           05  WS-TXNS-REJECTED     PIC 9(07) VALUE ZERO.
           05  WS-LAST-DATES-SET    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ATTENDANCE THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-TXNS-READ TO JST-RECORDS-READ
           MOVE WS-ROWS-POSTED TO JST-RECORDS-WRITTEN
           MOVE WS-TXNS-REJECTED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "AttendLoad  " TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE "ATTNLOAD" TO ERR-PROGRAM-ID
           OPEN INPUT ENROLLMENT-MASTER-FILE
           IF WS-ENROLL-NOTFOUND
               DISPLAY "AttendanceLoad - ENROLLMENT-MASTER not found"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O LAST-ATTENDANCE-FILE
           IF WS-LASTATT-NOTFOUND
               CLOSE LAST-ATTENDANCE-FILE
               OPEN OUTPUT LAST-ATTENDANCE-FILE
               CLOSE LAST-ATTENDANCE-FILE
               OPEN I-O LAST-ATTENDANCE-FILE
           END-IF
           OPEN INPUT ATTENDANCE-TXN-FILE
           OPEN EXTEND ATTENDANCE-HISTORY-FILE
           OPEN EXTEND ERROR-LOG-FILE
           DISPLAY "AttendanceLoad - posting attendance transactions"
           PERFORM 2100-READ-ATTEND-TXN THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-PROCESS-ATTENDANCE.
           ADD 1 TO WS-TXNS-READ
           PERFORM 2050-VALIDATE-ATTENDANCE THRU 2050-EXIT
           IF WS-ATTEND-TXN-VALID
               PERFORM 2200-WRITE-HISTORY THRU 2200-EXIT
               IF ATX-PRESENT
                   PERFORM 2300-SET-LAST-ATTENDED THRU 2300-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-TXNS-REJECTED
           END-IF
           PERFORM 2100-READ-ATTEND-TXN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-ATTEND-TXN.
           READ ATTENDANCE-TXN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2050-VALIDATE-ATTENDANCE - layout, date and status       *
      *    edits, then the student must be enrolled in the course   *
      *-----------------------------------------------------------*
       2050-VALIDATE-ATTENDANCE.
           SET WS-ATTEND-TXN-VALID TO TRUE
           IF ATX-STUDENT-ID NOT NUMERIC
               MOVE "TMPL" TO ERR-CODE
               MOVE "ATX-STUDENT-ID"  TO ERR-FIELD-NAME
               MOVE ATTENDANCE-TRANSACTION TO ERR-INPUT-DATA
               MOVE "StudentId is not numeric - line misaligned"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               SET WS-ATTEND-TXN-INVALID TO TRUE
           END-IF
           IF ATX-MEETING-DATE NOT NUMERIC
               MOVE "ADTE" TO ERR-CODE
               MOVE "ATX-MEETING-DATE" TO ERR-FIELD-NAME
               MOVE ATTENDANCE-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Meeting date is not a valid YYYYMMDD date"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               SET WS-ATTEND-TXN-INVALID TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(ATX-MEETING-DATE)
                       NOT = ZERO
                   MOVE "ADTE" TO ERR-CODE
                   MOVE "ATX-MEETING-DATE" TO ERR-FIELD-NAME
                   MOVE ATTENDANCE-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "Meeting date is not a valid YYYYMMDD date"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   SET WS-ATTEND-TXN-INVALID TO TRUE
               ELSE
                   IF ATX-MEETING-DATE > WS-PROCESSING-DATE
                       MOVE "ADTE" TO ERR-CODE
                       MOVE "ATX-MEETING-DATE" TO ERR-FIELD-NAME
                       MOVE ATTENDANCE-TRANSACTION TO ERR-INPUT-DATA
                       MOVE "Meeting date is after the processing date"
                           TO ERR-MESSAGE-TEXT
                       PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                       SET WS-ATTEND-TXN-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT ATX-STATUS-VALID
               MOVE "ATST" TO ERR-CODE
               MOVE "ATX-STATUS"      TO ERR-FIELD-NAME
               MOVE ATTENDANCE-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Status must be P, A or E"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               SET WS-ATTEND-TXN-INVALID TO TRUE
           END-IF
           IF WS-ATTEND-TXN-VALID
               MOVE ATX-STUDENT-ID  TO ENL-STUDENT-ID
               MOVE ATX-COURSE-CODE TO ENL-COURSE-CODE
               READ ENROLLMENT-MASTER-FILE
                   INVALID KEY
                       MOVE "ENRL" TO ERR-CODE
                       MOVE "ATX-STUDENT-ID" TO ERR-FIELD-NAME
                       MOVE ATTENDANCE-TRANSACTION TO ERR-INPUT-DATA
                       MOVE "Student is not enrolled in this course"
                           TO ERR-MESSAGE-TEXT
                       PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                       SET WS-ATTEND-TXN-INVALID TO TRUE
               END-READ
           END-IF.
       2050-EXIT.
           EXIT.

       2200-WRITE-HISTORY.
           MOVE ATX-STUDENT-ID     TO ATH-STUDENT-ID
           MOVE ATX-COURSE-CODE    TO ATH-COURSE-CODE
           MOVE ENL-SECTION-NO     TO ATH-SECTION-NO
           MOVE ENL-TERM-CODE      TO ATH-TERM-CODE
           MOVE ATX-MEETING-DATE   TO ATH-MEETING-DATE
           MOVE ATX-STATUS         TO ATH-STATUS
           MOVE WS-PROCESSING-DATE TO ATH-POSTED-DATE
           WRITE ATTENDANCE-HISTORY-RECORD
           ADD 1 TO WS-ROWS-POSTED.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-SET-LAST-ATTENDED - keep the latest meeting the     *
      *    student was present at; a late-submitted sheet for an    *
      *    earlier meeting never moves the date backwards           *
      *-----------------------------------------------------------*
       2300-SET-LAST-ATTENDED.
           MOVE ATX-STUDENT-ID TO LAT-STUDENT-ID
           READ LAST-ATTENDANCE-FILE
               INVALID KEY
                   MOVE ATX-MEETING-DATE TO LAT-LAST-ATTENDED-DATE
                   MOVE ATX-COURSE-CODE  TO LAT-COURSE-CODE
                   WRITE LAST-ATTENDANCE-RECORD
                   ADD 1 TO WS-LAST-DATES-SET
                   GO TO 2300-EXIT
           END-READ
           IF ATX-MEETING-DATE > LAT-LAST-ATTENDED-DATE
               MOVE ATX-MEETING-DATE TO LAT-LAST-ATTENDED-DATE
               MOVE ATX-COURSE-CODE  TO LAT-COURSE-CODE
               REWRITE LAST-ATTENDANCE-RECORD
               ADD 1 TO WS-LAST-DATES-SET
           END-IF.
       2300-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           CLOSE ATTENDANCE-TXN-FILE
           CLOSE ATTENDANCE-HISTORY-FILE
           CLOSE ENROLLMENT-MASTER-FILE
           CLOSE LAST-ATTENDANCE-FILE
           CLOSE ERROR-LOG-FILE
           DISPLAY "Attendance rows read    : " WS-TXNS-READ
           DISPLAY "Attendance rows posted  : " WS-ROWS-POSTED
           DISPLAY "Transactions rejected   : " WS-TXNS-REJECTED
           DISPLAY "Last-attended dates set : " WS-LAST-DATES-SET
           IF WS-TXNS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY ERRLOGPA.

       COPY PRCDTPA.

       COPY JOBSTAPA.
