      ******************************************************************
      *    PROGRAM-ID: InstructorConvert
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      One-time migration for the instructor pay-
      *                  terms layout, in the CredentialConvert
      *                  style.  Reads the pre-cutover master the
      *                  operator has copied to INSTMAST.OLD and
      *                  rebuilds INSTMAST.DAT in the new layout -
      *                  every field carried across, the pay
      *                  category starting blank (not paid through
      *                  the pay run) and the rate and standard load
      *                  zero until the contract terms are keyed
      *                  through InstructorMaintenance.  Record
      *                  counts in and out are balanced and a
      *                  mismatch sets a non-zero RETURN-CODE.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    InstructorConvert.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "INSTMAST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-INS-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT INSTRUCTOR-MASTER-FILE ASSIGN TO "INSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INSTMSTO.

       FD  INSTRUCTOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INSTMAST.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC X(02).
           88  WS-OLD-NOTFOUND      VALUE "35".

       01  WS-INSTRUCTOR-STATUS     PIC X(02).
           88  WS-INSTRUCTOR-OK     VALUE "00".

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
               DISPLAY "InstructorConvert - INSTMAST.OLD not found; "
                   "copy the current master there first"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT INSTRUCTOR-MASTER-FILE
           DISPLAY "InstructorConvert - migrating to the pay-terms "
               "layout"
           PERFORM 2100-READ-OLD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-CONVERT-RECORD.
           ADD 1 TO WS-RECORDS-IN
           MOVE SPACES TO INSTRUCTOR-MASTER-RECORD
           MOVE OLD-INS-ID          TO INS-ID
           MOVE OLD-INS-SURNAME     TO INS-SURNAME
           MOVE OLD-INS-GIVEN-NAME  TO INS-GIVEN-NAME
           MOVE OLD-INS-DEPARTMENT  TO INS-DEPARTMENT
           MOVE OLD-INS-ACTIVE-FLAG TO INS-ACTIVE-FLAG
           SET INS-PAY-NONE         TO TRUE
           MOVE ZERO                TO INS-CONTACT-RATE
           MOVE ZERO                TO INS-STANDARD-LOAD
           WRITE INSTRUCTOR-MASTER-RECORD
           IF WS-INSTRUCTOR-OK
               ADD 1 TO WS-RECORDS-OUT
           ELSE
               DISPLAY "Convert failed instructor " OLD-INS-ID
                   " status " WS-INSTRUCTOR-STATUS
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
               CLOSE INSTRUCTOR-MASTER-FILE
           END-IF
           DISPLAY "Records in  : " WS-RECORDS-IN
           DISPLAY "Records out : " WS-RECORDS-OUT
           IF WS-RECORDS-IN NOT = WS-RECORDS-OUT
               DISPLAY "InstructorConvert - counts DO NOT balance"
               MOVE 16 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
