      *                  name and processing date are keyed and the
      *                  cataloged lines are written to REPRINT.RPT,
      *                  so "reprint Tuesday's aging report" no
      *                  longer means restoring a backup.  A
      *                  delimited extract (.CSV) is written to
      *                  REPRINT.CSV instead.
      *    MODIFICATION HISTORY:
      *      2026-09-02  DF  Original version.
      *      2026-10-15  DF  A cataloged comma-delimited extract (a
      *                      .CSV name) comes back to REPRINT.CSV,
      *                      ready for the spreadsheet, instead of
      *                      REPRINT.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ReportReprint.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT REPRINT-FILE ASSIGN TO DYNAMIC WS-REPRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           88  WS-QUIT-MODE         VALUE 'Q'.

       01  WS-WANTED-REPORT         PIC X(12).
       01  WS-REPRINT-FILE-NAME     PIC X(12).
       01  WS-SUFFIX-COUNT          PIC 9(02) COMP.
       01  WS-WANTED-DATE           PIC 9(08).

       01  WS-PRIOR-REPORT          PIC X(12).

      *-----------------------------------------------------------*
      *    4000-REPRINT-COPY - the cataloged lines of one           *
      *    report/date, out to REPRINT.RPT (REPRINT.CSV for an      *
      *    extract)                                                 *
      *-----------------------------------------------------------*
       4000-REPRINT-COPY.
           DISPLAY "Report name       : " WITH NO ADVANCING
           ACCEPT WS-WANTED-REPORT
           DISPLAY "Proc date yyyymmdd: " WITH NO ADVANCING
           ACCEPT WS-WANTED-DATE
           MOVE "REPRINT.RPT" TO WS-REPRINT-FILE-NAME
           MOVE ZERO TO WS-SUFFIX-COUNT
           INSPECT WS-WANTED-REPORT TALLYING WS-SUFFIX-COUNT
               FOR ALL ".CSV"
           IF WS-SUFFIX-COUNT > ZERO
               MOVE "REPRINT.CSV" TO WS-REPRINT-FILE-NAME
           END-IF
           MOVE ZERO TO WS-LINES-REPRINTED
           MOVE 'N' TO WS-ARC-EOF-SWITCH
           OPEN INPUT CATALOG-ARCHIVE-FILE
               DISPLAY "Nothing cataloged under that name and date"
           ELSE
               DISPLAY WS-LINES-REPRINTED " line(s) written to "
                   WS-REPRINT-FILE-NAME
           END-IF.
       4000-EXIT.
           EXIT.
