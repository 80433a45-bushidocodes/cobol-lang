      ******************************************************************
      *    PROGRAM-ID: AddressConvert
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      One-time migration for the mail-status
      *                  address layout, in the CredentialConvert
      *                  style.  Reads the pre-cutover address file
      *                  the operator has copied to STUADDR.OLD and
      *                  rebuilds STUADDR.DAT in the new layout -
      *                  every field carried across, the mail status
      *                  starting blank (deliverable), the return
      *                  date zero and the returned document blank
      *                  until ReturnedMail flags the address.
      *                  Record counts in and out are balanced and a
      *                  mismatch sets a non-zero RETURN-CODE.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AddressConvert.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ADDRESS-FILE ASSIGN TO "STUADDR.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ADR-STUDENT-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUADDRO.

       FD  STUDENT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUADDR.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC X(02).
           88  WS-OLD-NOTFOUND      VALUE "35".

       01  WS-ADDRESS-STATUS        PIC X(02).
           88  WS-ADDRESS-OK        VALUE "00".

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
           OPEN INPUT OLD-ADDRESS-FILE
           IF WS-OLD-NOTFOUND
               DISPLAY "AddressConvert - STUADDR.OLD not found; "
                   "copy the current address file there first"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT STUDENT-ADDRESS-FILE
           DISPLAY "AddressConvert - migrating to the mail-status "
               "layout"
           PERFORM 2100-READ-OLD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-CONVERT-RECORD.
           ADD 1 TO WS-RECORDS-IN
           MOVE SPACES TO STUDENT-ADDRESS-RECORD
           MOVE OLD-ADR-STUDENT-ID  TO ADR-STUDENT-ID
           MOVE OLD-ADR-STREET      TO ADR-STREET
           MOVE OLD-ADR-CITY        TO ADR-CITY
           MOVE OLD-ADR-STATE       TO ADR-STATE
           MOVE OLD-ADR-ZIP         TO ADR-ZIP
           MOVE OLD-ADR-PHONE       TO ADR-PHONE
           SET ADR-MAIL-OK          TO TRUE
           MOVE ZERO                TO ADR-RETURN-DATE
           MOVE SPACES              TO ADR-RETURN-DOCUMENT
           WRITE STUDENT-ADDRESS-RECORD
           IF WS-ADDRESS-OK
               ADD 1 TO WS-RECORDS-OUT
           ELSE
               DISPLAY "Convert failed address " OLD-ADR-STUDENT-ID
                   " status " WS-ADDRESS-STATUS
           END-IF
           PERFORM 2100-READ-OLD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-OLD.
           READ OLD-ADDRESS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = ZERO
               CLOSE OLD-ADDRESS-FILE
               CLOSE STUDENT-ADDRESS-FILE
           END-IF
           DISPLAY "Records in  : " WS-RECORDS-IN
           DISPLAY "Records out : " WS-RECORDS-OUT
           IF WS-RECORDS-IN NOT = WS-RECORDS-OUT
               DISPLAY "AddressConvert - counts DO NOT balance"
               MOVE 16 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
