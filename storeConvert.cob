      ******************************************************************
      *    PROGRAM-ID: StoreConvert
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Front Store - Point of Sale Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      One-time migration from the store run list
      *                  to the store master, in the CredentialConvert
      *                  style.  Every STORELST.DAT entry becomes a
      *                  STORMAST.DAT record carrying its store number
      *                  and transaction file name, flagged on the
      *                  run, so the consolidated age-verification
      *                  run processes the same stores the morning
      *                  after cutover.  Name, address, district,
      *                  manager and license are left blank for the
      *                  district office to key through
      *                  StoreMaintenance.  Record counts in and out
      *                  are balanced and a mismatch sets a non-zero
      *                  RETURN-CODE.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    StoreConvert.
       AUTHOR.        D. Falk.
       INSTALLATION.  Front Store - Point of Sale Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-LIST-FILE ASSIGN TO "STORELST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-LIST-STATUS.

           SELECT STORE-MASTER-FILE ASSIGN TO "STORMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STORE-NUMBER
               FILE STATUS IS WS-STORE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STORELST.

       FD  STORE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STORMAST.

       WORKING-STORAGE SECTION.
       01  WS-STORE-LIST-STATUS     PIC X(02).
           88  WS-STORE-LIST-NOTFOUND VALUE "35".

       01  WS-STORE-STATUS          PIC X(02).
           88  WS-STORE-OK          VALUE "00".

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
           OPEN INPUT STORE-LIST-FILE
           IF WS-STORE-LIST-NOTFOUND
               DISPLAY "StoreConvert - STORELST.DAT not found"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT STORE-MASTER-FILE
           DISPLAY "StoreConvert - building the store master"
           PERFORM 2100-READ-LIST THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-CONVERT-RECORD.
           ADD 1 TO WS-RECORDS-IN
           MOVE SPACES TO STORE-MASTER-RECORD
           MOVE STL-STORE-NUMBER TO STM-STORE-NUMBER
           MOVE STL-FILE-NAME    TO STM-CHECK-FILE-NAME
           MOVE ZERO TO STM-LICENSE-EXPIRY
           MOVE 'Y' TO STM-RUN-FLAG
           WRITE STORE-MASTER-RECORD
           IF WS-STORE-OK
               ADD 1 TO WS-RECORDS-OUT
           ELSE
               DISPLAY "Convert failed store "
                   STL-STORE-NUMBER " status "
                   WS-STORE-STATUS
           END-IF
           PERFORM 2100-READ-LIST THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-LIST.
           READ STORE-LIST-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RETURN-CODE = ZERO
               CLOSE STORE-LIST-FILE
               CLOSE STORE-MASTER-FILE
           END-IF
           DISPLAY "Records in  : " WS-RECORDS-IN
           DISPLAY "Records out : " WS-RECORDS-OUT
           IF WS-RECORDS-IN NOT = WS-RECORDS-OUT
               DISPLAY "StoreConvert - counts DO NOT balance"
               MOVE 16 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
