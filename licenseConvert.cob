      ******************************************************************
      *    PROGRAM-ID: LicenseConvert
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Front Store - Point of Sale Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      One-time migration to the protected license
      *                  layouts, in the CredentialConvert style.  The
      *                  operator renames the current files to .OLD
      *                  and this run rebuilds each in the new layout:
      *                  AGEVERFY.OLD to AGEVERFY.LOG with the masked
      *                  license and hash appended blank and zero (the
      *                  log history never held the number);
      *                  FLAGID.OLD to FLAGID.DAT re-keyed on the
      *                  one-way hash with the masked form;
      *                  INCIDENT.OLD to INCIDENT.DAT and FLGAUDIT.OLD
      *                  to FLGAUDIT.LOG with the full number replaced
      *                  by its masked form and hash (LICPRPA).  No
      *                  full license number survives the run.  The
      *                  compliance log must be there; a flagged-ID,
      *                  incident or audit file not yet created is
      *                  reported and skipped.  Record counts in and
      *                  out are balanced file by file and any
      *                  mismatch sets a non-zero RETURN-CODE.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LicenseConvert.
       AUTHOR.        D. Falk.
       INSTALLATION.  Front Store - Point of Sale Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LOG-FILE ASSIGN TO "AGEVERFY.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-LOG-STATUS.

           SELECT AGE-VERIFY-LOG-FILE ASSIGN TO "AGEVERFY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OLD-FLAGGED-FILE ASSIGN TO "FLAGID.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-FLG-LICENSE-NO
               FILE STATUS IS WS-OLD-FLAGGED-STATUS.

           SELECT FLAGGED-ID-FILE ASSIGN TO "FLAGID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLG-LICENSE-HASH
               FILE STATUS IS WS-FLAGGED-STATUS.

           SELECT OLD-INCIDENT-FILE ASSIGN TO "INCIDENT.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-INC-INCIDENT-NUMBER
               FILE STATUS IS WS-OLD-INCIDENT-STATUS.

           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-INCIDENT-NUMBER
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT OLD-AUDIT-FILE ASSIGN TO "FLGAUDIT.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-AUDIT-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "FLGAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The log record as it stood before the license fields were
      *    appended - the first 60 bytes of today's layout.
       FD  OLD-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-LOG-RECORD              PIC X(60).

       FD  AGE-VERIFY-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AGELOG.

       FD  OLD-FLAGGED-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FLAGIDO.

       FD  FLAGGED-ID-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FLAGID.

       FD  OLD-INCIDENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INCIDNTO.

       FD  INCIDENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INCIDENT.

      *    FlagIdMaintenance audit line with the 38-byte images the
      *    unhashed flagged-ID record gave it.
       FD  OLD-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-AUDIT-RECORD.
           05  OLD-FAU-STAMP           PIC X(21).
           05  OLD-FAU-BEFORE-IMAGE    PIC X(38).
           05  OLD-FAU-AFTER-IMAGE     PIC X(38).

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  FLAG-AUDIT-RECORD.
           05  FAU-STAMP               PIC X(21).
           05  FAU-BEFORE-IMAGE        PIC X(56).
           05  FAU-AFTER-IMAGE         PIC X(56).

       WORKING-STORAGE SECTION.
       COPY LICPRWS.

       01  WS-OLD-LOG-STATUS        PIC X(02).
           88  WS-OLD-LOG-NOTFOUND  VALUE "35".

       01  WS-LOG-STATUS            PIC X(02).
           88  WS-LOG-OK            VALUE "00".

       01  WS-OLD-FLAGGED-STATUS    PIC X(02).
           88  WS-OLD-FLAGGED-NOTFOUND VALUE "35".

       01  WS-FLAGGED-STATUS        PIC X(02).
           88  WS-FLAGGED-OK        VALUE "00".

       01  WS-OLD-INCIDENT-STATUS   PIC X(02).
           88  WS-OLD-INCIDENT-NOTFOUND VALUE "35".

       01  WS-INCIDENT-STATUS       PIC X(02).
           88  WS-INCIDENT-OK       VALUE "00".

       01  WS-OLD-AUDIT-STATUS      PIC X(02).
           88  WS-OLD-AUDIT-NOTFOUND VALUE "35".

       01  WS-AUDIT-STATUS          PIC X(02).
           88  WS-AUDIT-OK          VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.

      *    One flagged-ID image, before and after protection.
       01  WS-OLD-IMAGE.
           05  WS-OLD-IMAGE-LICENSE PIC X(12).
           05  WS-OLD-IMAGE-REST    PIC X(26).

       01  WS-NEW-IMAGE.
           05  WS-NEW-IMAGE-HASH    PIC 9(18).
           05  WS-NEW-IMAGE-MASKED  PIC X(12).
           05  WS-NEW-IMAGE-REST    PIC X(26).

       01  WS-COUNTERS.
           05  WS-LOG-IN            PIC 9(07) VALUE ZERO.
           05  WS-LOG-OUT           PIC 9(07) VALUE ZERO.
           05  WS-FLAGGED-IN        PIC 9(07) VALUE ZERO.
           05  WS-FLAGGED-OUT       PIC 9(07) VALUE ZERO.
           05  WS-INCIDENTS-IN      PIC 9(07) VALUE ZERO.
           05  WS-INCIDENTS-OUT     PIC 9(07) VALUE ZERO.
           05  WS-AUDIT-IN          PIC 9(07) VALUE ZERO.
           05  WS-AUDIT-OUT         PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "LicenseConvert - migrating to the protected "
               "license layouts"
           PERFORM 2000-CONVERT-LOG THRU 2000-EXIT
           IF RETURN-CODE = 16
               GO TO 0000-STOP
           END-IF
           PERFORM 3000-CONVERT-FLAGGED THRU 3000-EXIT
           PERFORM 4000-CONVERT-INCIDENTS THRU 4000-EXIT
           PERFORM 5000-CONVERT-AUDIT THRU 5000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
       0000-STOP.
           STOP RUN.

      *-----------------------------------------------------------*
      *    2000-CONVERT-LOG - compliance log history widened; it    *
      *    never carried the number, so the new fields are empty    *
      *-----------------------------------------------------------*
       2000-CONVERT-LOG.
           OPEN INPUT OLD-LOG-FILE
           IF WS-OLD-LOG-NOTFOUND
               DISPLAY "LicenseConvert - AGEVERFY.OLD not found; "
                   "rename the current log there first"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT AGE-VERIFY-LOG-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-CONVERT-LOG-RECORD THRU 2100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE OLD-LOG-FILE
           CLOSE AGE-VERIFY-LOG-FILE.
       2000-EXIT.
           EXIT.

       2100-CONVERT-LOG-RECORD.
           READ OLD-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-LOG-IN
           MOVE OLD-LOG-RECORD TO AGE-VERIFY-LOG-RECORD
           MOVE SPACES TO AVL-LICENSE-MASKED
           MOVE ZERO TO AVL-LICENSE-HASH
           WRITE AGE-VERIFY-LOG-RECORD
           IF WS-LOG-OK
               ADD 1 TO WS-LOG-OUT
           ELSE
               DISPLAY "Convert failed log line " WS-LOG-IN
                   " status " WS-LOG-STATUS
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    3000-CONVERT-FLAGGED - flagged-ID file re-keyed on the   *
      *    hash of the number it was keyed on                       *
      *-----------------------------------------------------------*
       3000-CONVERT-FLAGGED.
           OPEN INPUT OLD-FLAGGED-FILE
           IF WS-OLD-FLAGGED-NOTFOUND
               DISPLAY "LicenseConvert - FLAGID.OLD not found, "
                   "no flagged IDs converted"
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT FLAGGED-ID-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3100-CONVERT-FLAGGED-RECORD THRU 3100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE OLD-FLAGGED-FILE
           CLOSE FLAGGED-ID-FILE.
       3000-EXIT.
           EXIT.

       3100-CONVERT-FLAGGED-RECORD.
           READ OLD-FLAGGED-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-FLAGGED-IN
           MOVE SPACES TO FLAGGED-ID-RECORD
           MOVE OLD-FLG-LICENSE-NO TO WS-LPR-CLEAR
           PERFORM 9480-PROTECT-LICENSE THRU 9480-EXIT
           MOVE WS-LPR-HASH           TO FLG-LICENSE-HASH
           MOVE WS-LPR-MASKED         TO FLG-LICENSE-MASKED
           MOVE OLD-FLG-FLAGGED-DATE  TO FLG-FLAGGED-DATE
           MOVE OLD-FLG-REASON        TO FLG-REASON
           MOVE OLD-FLG-SUPERVISOR-ID TO FLG-SUPERVISOR-ID
           WRITE FLAGGED-ID-RECORD
           IF WS-FLAGGED-OK
               ADD 1 TO WS-FLAGGED-OUT
           ELSE
               DISPLAY "Convert failed flagged ID "
                   WS-LPR-MASKED " status " WS-FLAGGED-STATUS
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4000-CONVERT-INCIDENTS - incident cases keep the masked  *
      *    form and hash of the license keyed on the open           *
      *-----------------------------------------------------------*
       4000-CONVERT-INCIDENTS.
           OPEN INPUT OLD-INCIDENT-FILE
           IF WS-OLD-INCIDENT-NOTFOUND
               DISPLAY "LicenseConvert - INCIDENT.OLD not found, "
                   "no incidents converted"
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT INCIDENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 4100-CONVERT-INCIDENT-RECORD THRU 4100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE OLD-INCIDENT-FILE
           CLOSE INCIDENT-FILE.
       4000-EXIT.
           EXIT.

       4100-CONVERT-INCIDENT-RECORD.
           READ OLD-INCIDENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-INCIDENTS-IN
           MOVE SPACES TO INCIDENT-RECORD
           MOVE OLD-INC-INCIDENT-NUMBER  TO INC-INCIDENT-NUMBER
           MOVE OLD-INC-STORE-NUMBER     TO INC-STORE-NUMBER
           MOVE OLD-INC-CLERK-ID         TO INC-CLERK-ID
           MOVE OLD-INC-CHECK-DATE       TO INC-CHECK-DATE
           MOVE OLD-INC-CHECK-TIME       TO INC-CHECK-TIME
           MOVE OLD-INC-LICENSE-NO       TO WS-LPR-CLEAR
           PERFORM 9480-PROTECT-LICENSE THRU 9480-EXIT
           MOVE WS-LPR-MASKED            TO INC-LICENSE-MASKED
           MOVE WS-LPR-HASH              TO INC-LICENSE-HASH
           MOVE OLD-INC-INCIDENT-TYPE    TO INC-INCIDENT-TYPE
           MOVE OLD-INC-NARRATIVE        TO INC-NARRATIVE
           MOVE OLD-INC-POLICE-REPORT-NO TO INC-POLICE-REPORT-NO
           MOVE OLD-INC-STATUS-CODE      TO INC-STATUS-CODE
           MOVE OLD-INC-OPENED-DATE      TO INC-OPENED-DATE
           MOVE OLD-INC-CLOSED-DATE      TO INC-CLOSED-DATE
           MOVE OLD-INC-LAST-UPDATED     TO INC-LAST-UPDATED
           MOVE OLD-INC-UPDATED-BY       TO INC-UPDATED-BY
           WRITE INCIDENT-RECORD
           IF WS-INCIDENT-OK
               ADD 1 TO WS-INCIDENTS-OUT
           ELSE
               DISPLAY "Convert failed incident "
                   OLD-INC-INCIDENT-NUMBER " status "
                   WS-INCIDENT-STATUS
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-CONVERT-AUDIT - flagged-ID audit images rebuilt in  *
      *    the hashed layout, so the trail holds no full number     *
      *-----------------------------------------------------------*
       5000-CONVERT-AUDIT.
           OPEN INPUT OLD-AUDIT-FILE
           IF WS-OLD-AUDIT-NOTFOUND
               DISPLAY "LicenseConvert - FLGAUDIT.OLD not found, "
                   "no audit trail converted"
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT AUDIT-TRAIL-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 5100-CONVERT-AUDIT-RECORD THRU 5100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE OLD-AUDIT-FILE
           CLOSE AUDIT-TRAIL-FILE.
       5000-EXIT.
           EXIT.

       5100-CONVERT-AUDIT-RECORD.
           READ OLD-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-AUDIT-IN
           MOVE SPACES TO FLAG-AUDIT-RECORD
           MOVE OLD-FAU-STAMP TO FAU-STAMP
           MOVE OLD-FAU-BEFORE-IMAGE TO WS-OLD-IMAGE
           PERFORM 5200-PROTECT-IMAGE THRU 5200-EXIT
           MOVE WS-NEW-IMAGE TO FAU-BEFORE-IMAGE
           MOVE OLD-FAU-AFTER-IMAGE TO WS-OLD-IMAGE
           PERFORM 5200-PROTECT-IMAGE THRU 5200-EXIT
           MOVE WS-NEW-IMAGE TO FAU-AFTER-IMAGE
           WRITE FLAG-AUDIT-RECORD
           IF WS-AUDIT-OK
               ADD 1 TO WS-AUDIT-OUT
           ELSE
               DISPLAY "Convert failed audit line " WS-AUDIT-IN
                   " status " WS-AUDIT-STATUS
           END-IF.
       5100-EXIT.
           EXIT.

      *    A blank image (no record before an add, none after a
      *    clear) stays blank.
       5200-PROTECT-IMAGE.
           MOVE SPACES TO WS-NEW-IMAGE
           IF WS-OLD-IMAGE = SPACES
               GO TO 5200-EXIT
           END-IF
           MOVE WS-OLD-IMAGE-LICENSE TO WS-LPR-CLEAR
           PERFORM 9480-PROTECT-LICENSE THRU 9480-EXIT
           MOVE WS-LPR-HASH       TO WS-NEW-IMAGE-HASH
           MOVE WS-LPR-MASKED     TO WS-NEW-IMAGE-MASKED
           MOVE WS-OLD-IMAGE-REST TO WS-NEW-IMAGE-REST.
       5200-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "Log records in       : " WS-LOG-IN
           DISPLAY "Log records out      : " WS-LOG-OUT
           DISPLAY "Flagged IDs in       : " WS-FLAGGED-IN
           DISPLAY "Flagged IDs out      : " WS-FLAGGED-OUT
           DISPLAY "Incidents in         : " WS-INCIDENTS-IN
           DISPLAY "Incidents out        : " WS-INCIDENTS-OUT
           DISPLAY "Audit lines in       : " WS-AUDIT-IN
           DISPLAY "Audit lines out      : " WS-AUDIT-OUT
           IF WS-LOG-IN NOT = WS-LOG-OUT
                   OR WS-FLAGGED-IN NOT = WS-FLAGGED-OUT
                   OR WS-INCIDENTS-IN NOT = WS-INCIDENTS-OUT
                   OR WS-AUDIT-IN NOT = WS-AUDIT-OUT
               DISPLAY "LicenseConvert - counts DO NOT balance"
               MOVE 16 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY LICPRPA.
