      ******************************************************************
      *    PROGRAM-ID: PrivacyConvert
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      One-time migration for the directory-
      *                  privacy layout, in the StandingConvert
      *                  style.  Reads the pre-cutover master the
      *                  operator has copied to STUMAST.OLD and
      *                  rebuilds STUMAST.DAT in the new layout -
      *                  every field carried across, the privacy
      *                  block starting released (N, date zero)
      *                  until an opt-out is keyed through
      *                  StudentMaintenance.  Record counts in and
      *                  out are balanced and a mismatch sets a
      *                  non-zero RETURN-CODE.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PrivacyConvert.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "STUMAST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRV-STU-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMASTD.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC X(02).
           88  WS-OLD-NOTFOUND      VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).
           88  WS-MASTER-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-IN        PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-OUT       PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-NOTFOUND
               DISPLAY "PrivacyConvert - STUMAST.OLD not found; "
                   "copy the current master there first"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT STUDENT-MASTER-FILE
           DISPLAY "PrivacyConvert - migrating to the privacy "
               "layout"
           PERFORM 2100-READ-OLD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-CONVERT-RECORD.
           ADD 1 TO WS-RECORDS-IN
           MOVE SPACES TO STUDENT-MASTER-RECORD
           MOVE PRV-STU-ID            TO STU-ID
           MOVE PRV-STU-SURNAME       TO STU-SURNAME
           MOVE PRV-STU-GIVEN-NAME    TO STU-GIVEN-NAME
           MOVE PRV-STU-INITIALS      TO STU-INITIALS
           MOVE PRV-STU-COURSE-CODE   TO STU-COURSE-CODE
           MOVE PRV-STU-GENDER        TO STU-GENDER
           MOVE PRV-STU-DATE-OF-BIRTH TO STU-DATE-OF-BIRTH
           MOVE PRV-STU-ENTRY-DATE    TO STU-ENTRY-DATE
           MOVE PRV-STU-TERM-CODE     TO STU-TERM-CODE
           MOVE PRV-STU-STATUS-CODE   TO STU-STATUS-CODE
           MOVE PRV-STU-STATUS-DATE   TO STU-STATUS-DATE
           MOVE PRV-STU-FEED-STATUS   TO STU-FEED-STATUS
           MOVE PRV-STU-STANDING-CODE TO STU-STANDING-CODE
           MOVE 'N'                   TO STU-PRIVACY-BLOCK
           MOVE ZERO                  TO STU-PRIVACY-DATE
           WRITE STUDENT-MASTER-RECORD
           IF WS-MASTER-OK
               ADD 1 TO WS-RECORDS-OUT
           ELSE
               DISPLAY "Convert failed StudentId " PRV-STU-ID
                   " status " WS-MASTER-STATUS
           END-IF
           PERFORM 2100-READ-OLD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-OLD.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = ZERO
               CLOSE OLD-MASTER-FILE
               CLOSE STUDENT-MASTER-FILE
           END-IF
           DISPLAY "Records in  : " WS-RECORDS-IN
           DISPLAY "Records out : " WS-RECORDS-OUT
           IF WS-RECORDS-IN NOT = WS-RECORDS-OUT
               DISPLAY "PrivacyConvert - counts DO NOT balance"
               MOVE 16 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
