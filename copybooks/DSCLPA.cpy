      ******************************************************************
      *    COPYBOOK:    DSCLPA
      *    PURPOSE:     Common disclosure-log paragraph, in the
      *                 JRNLPA style.  Caller must COPY DSCLSEL
      *                 into FILE-CONTROL, DSCLFD into the FILE
      *                 SECTION and DSCLWS into WORKING-STORAGE,
      *                 fill WS-DSC-PROGRAM-ID and WS-DSC-OPERATOR-ID
      *                 once and the student / recipient / category
      *                 / reference per release, then PERFORM
      *                 9750-LOG-DISCLOSURE THRU 9750-EXIT; 9780
      *                 closes the log at end of job.  A site with
      *                 no log yet gets one created on first use.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       9750-LOG-DISCLOSURE.
           IF NOT WS-DSC-FILE-OPEN
               OPEN EXTEND DISCLOSURE-LOG-FILE
               IF WS-DISCLOSURE-NOTFOUND
                   OPEN OUTPUT DISCLOSURE-LOG-FILE
               END-IF
               MOVE 'Y' TO WS-DSC-OPEN-SW
           END-IF
           ACCEPT DSC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-DSC-STAMP-TIME FROM TIME
           MOVE WS-DSC-STAMP-TIME(1:6) TO DSC-TIME
           MOVE WS-DSC-STUDENT-ID  TO DSC-STUDENT-ID
           MOVE WS-DSC-OPERATOR-ID TO DSC-OPERATOR-ID
           MOVE WS-DSC-PROGRAM-ID  TO DSC-PROGRAM-ID
           MOVE WS-DSC-RECIPIENT   TO DSC-RECIPIENT
           MOVE WS-DSC-CATEGORY    TO DSC-CATEGORY
           MOVE WS-DSC-REFERENCE   TO DSC-REFERENCE
           WRITE DISCLOSURE-LOG-RECORD
           ADD 1 TO WS-DSC-ENTRIES-LOGGED.
       9750-EXIT.
           EXIT.

       9780-CLOSE-DISCLOSURE-LOG.
           IF WS-DSC-FILE-OPEN
               CLOSE DISCLOSURE-LOG-FILE
               MOVE 'N' TO WS-DSC-OPEN-SW
           END-IF.
       9780-EXIT.
           EXIT.
