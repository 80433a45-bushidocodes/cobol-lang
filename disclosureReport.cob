      ******************************************************************
      *    PROGRAM-ID: DisclosureReport
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Inquiry/print over the disclosure log
      *                  (DISCLOG.DAT), in the ArchiveInquiry style.
      *                  The operator keys a StudentId and a date
      *                  range; every release of that student's
      *                  record in the range - transcripts, dossiers,
      *                  registrar feed details and terminal
      *                  inquiries - is shown on the console and
      *                  listed on DISCLOSE.RPT with a count, which
      *                  is what the student is given when they ask
      *                  who has seen their record.  A blank from
      *                  date starts at the beginning of the log, a
      *                  blank to date runs to its end.  Entries
      *                  LogPurge has since moved to an .ARCH
      *                  generation are searched with ArchiveInquiry
      *                  (date column 1, key column 15, length 7).
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DisclosureReport.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DSCLSEL.

           SELECT DISCLOSURE-REPORT-FILE ASSIGN TO "DISCLOSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY DSCLFD.

       FD  DISCLOSURE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISCLOSURE-PRINT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       COPY DSCLWS.

       01  WS-SWITCHES.
           05  WS-DSC-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-DSC-END       VALUE 'Y'.

       01  WS-CRITERIA.
           05  WS-LOOKUP-ID         PIC 9(07).
           05  WS-FROM-DATE-TEXT    PIC X(08).
           05  WS-FROM-DATE REDEFINES WS-FROM-DATE-TEXT
                                    PIC 9(08).
           05  WS-TO-DATE-TEXT      PIC X(08).
           05  WS-TO-DATE REDEFINES WS-TO-DATE-TEXT
                                    PIC 9(08).

       01  WS-COUNTERS.
           05  WS-ENTRIES-SCANNED   PIC 9(07) VALUE ZERO.
           05  WS-ENTRIES-LISTED    PIC 9(07) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(24) VALUE
               "Disclosures of StudentId".
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WHL-STUDENT-ID       PIC 9(07).
           05  FILLER               PIC X(06) VALUE " from ".
           05  WHL-FROM-DATE        PIC 9(08).
           05  FILLER               PIC X(04) VALUE " to ".
           05  WHL-TO-DATE          PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(38) VALUE
               "Date     Time   Operator Program      ".
           05  FILLER               PIC X(36) VALUE
               "Released to          Cat  Reference".

       01  WS-DETAIL-LINE.
           05  WDL-DATE             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-TIME             PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-OPERATOR-ID      PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-PROGRAM-ID       PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-RECIPIENT        PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-CATEGORY         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WDL-REFERENCE        PIC X(15).

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(21) VALUE
               "Disclosures listed : ".
           05  WTL-COUNT            PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-JUDGE-ONE-ENTRY THRU 2000-EXIT
               UNTIL WS-DSC-END
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "DisclosureReport - releases of a student record"
           DISPLAY "StudentId            : " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-ID
           DISPLAY "From date (YYYYMMDD) : " WITH NO ADVANCING
           MOVE SPACES TO WS-FROM-DATE-TEXT
           ACCEPT WS-FROM-DATE-TEXT
           IF WS-FROM-DATE-TEXT NOT NUMERIC
               MOVE ZERO TO WS-FROM-DATE
           END-IF
           DISPLAY "To date   (YYYYMMDD) : " WITH NO ADVANCING
           MOVE SPACES TO WS-TO-DATE-TEXT
           ACCEPT WS-TO-DATE-TEXT
           IF WS-TO-DATE-TEXT NOT NUMERIC
               MOVE 99999999 TO WS-TO-DATE
           END-IF
           OPEN OUTPUT DISCLOSURE-REPORT-FILE
           MOVE WS-LOOKUP-ID TO WHL-STUDENT-ID
           MOVE WS-FROM-DATE TO WHL-FROM-DATE
           MOVE WS-TO-DATE   TO WHL-TO-DATE
           MOVE WS-HEADING-LINE TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           MOVE WS-COLUMN-LINE TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           DISPLAY WS-HEADING-LINE
           DISPLAY WS-COLUMN-LINE
           OPEN INPUT DISCLOSURE-LOG-FILE
           IF WS-DISCLOSURE-NOTFOUND
               DISPLAY "DisclosureReport - no disclosure log on file"
               MOVE 'Y' TO WS-DSC-EOF-SWITCH
           ELSE
               MOVE 'Y' TO WS-DSC-OPEN-SW
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-JUDGE-ONE-ENTRY - student, then the date range      *
      *-----------------------------------------------------------*
       2000-JUDGE-ONE-ENTRY.
           READ DISCLOSURE-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-DSC-EOF-SWITCH
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ENTRIES-SCANNED
           IF DSC-STUDENT-ID NOT = WS-LOOKUP-ID
               GO TO 2000-EXIT
           END-IF
           IF DSC-DATE < WS-FROM-DATE
                   OR DSC-DATE > WS-TO-DATE
               GO TO 2000-EXIT
           END-IF
           MOVE DSC-DATE        TO WDL-DATE
           MOVE DSC-TIME        TO WDL-TIME
           MOVE DSC-OPERATOR-ID TO WDL-OPERATOR-ID
           MOVE DSC-PROGRAM-ID  TO WDL-PROGRAM-ID
           MOVE DSC-RECIPIENT   TO WDL-RECIPIENT
           MOVE DSC-CATEGORY    TO WDL-CATEGORY
           MOVE DSC-REFERENCE   TO WDL-REFERENCE
           MOVE WS-DETAIL-LINE TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           DISPLAY WS-DETAIL-LINE
           ADD 1 TO WS-ENTRIES-LISTED.
       2000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE WS-ENTRIES-LISTED TO WTL-COUNT
           MOVE WS-TOTAL-LINE TO DISCLOSURE-PRINT-LINE
           WRITE DISCLOSURE-PRINT-LINE
           CLOSE DISCLOSURE-REPORT-FILE
           PERFORM 9780-CLOSE-DISCLOSURE-LOG THRU 9780-EXIT
           DISPLAY WS-TOTAL-LINE
           DISPLAY "Log entries scanned: " WS-ENTRIES-SCANNED
           DISPLAY "DisclosureReport - listing on DISCLOSE.RPT".
       9000-EXIT.
           EXIT.

       COPY DSCLPA.
