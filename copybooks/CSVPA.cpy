      ******************************************************************
      *    COPYBOOK:    CSVPA
      *    PURPOSE:     Common delimited-extract paragraphs, in the
      *                 JRNLPA style.  Caller must COPY CSVSEL into
      *                 FILE-CONTROL, CSVFD into the FILE SECTION and
      *                 CSVWS into WORKING-STORAGE.  9950 opens the
      *                 extract and writes the header row; each
      *                 detail line is begun with 9955, built with
      *                 9960 (text), 9962 (money) and 9964 (counts,
      *                 dates) and written by 9966; 9980 closes the
      *                 extract at end of job.  Values go out raw -
      *                 no currency signs, grouping commas or
      *                 padding - and a text value holding a comma
      *                 is quoted.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       9950-OPEN-EXTRACT.
           OPEN OUTPUT DELIMITED-EXTRACT-FILE
           MOVE 'Y' TO WS-CSV-OPEN-SW
           MOVE ZERO TO WS-CSV-LINES-WRITTEN
           MOVE WS-CSV-HEADER TO DELIMITED-EXTRACT-LINE
           WRITE DELIMITED-EXTRACT-LINE.
       9950-EXIT.
           EXIT.

       9955-START-CSV-LINE.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-POINTER
           MOVE ZERO TO WS-CSV-FIELD-COUNT.
       9955-EXIT.
           EXIT.

       9960-ADD-CSV-TEXT.
           IF WS-CSV-FIELD-COUNT > ZERO
               STRING "," DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-POINTER
               END-STRING
           END-IF
           ADD 1 TO WS-CSV-FIELD-COUNT
           MOVE ZERO TO WS-CSV-LEAD
           INSPECT WS-CSV-TEXT TALLYING WS-CSV-LEAD
               FOR LEADING SPACES
           IF WS-CSV-LEAD >= 40
               GO TO 9960-EXIT
           END-IF
           MOVE 40 TO WS-CSV-END
           PERFORM 9961-BACK-OFF-SPACE THRU 9961-EXIT
               UNTIL WS-CSV-TEXT (WS-CSV-END:1) NOT = SPACE
           INSPECT WS-CSV-TEXT REPLACING ALL '"' BY "'"
           MOVE ZERO TO WS-CSV-COMMAS
           INSPECT WS-CSV-TEXT TALLYING WS-CSV-COMMAS FOR ALL ","
           COMPUTE WS-CSV-LENGTH = WS-CSV-END - WS-CSV-LEAD
           ADD 1 TO WS-CSV-LEAD
           IF WS-CSV-COMMAS > ZERO
               STRING '"' WS-CSV-TEXT (WS-CSV-LEAD:WS-CSV-LENGTH) '"'
                   DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-POINTER
               END-STRING
           ELSE
               STRING WS-CSV-TEXT (WS-CSV-LEAD:WS-CSV-LENGTH)
                   DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-POINTER
               END-STRING
           END-IF.
       9960-EXIT.
           EXIT.

       9961-BACK-OFF-SPACE.
           SUBTRACT 1 FROM WS-CSV-END.
       9961-EXIT.
           EXIT.

       9962-ADD-CSV-AMOUNT.
           MOVE WS-CSV-AMOUNT TO WS-CSV-AMOUNT-EDIT
           MOVE WS-CSV-AMOUNT-EDIT TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT.
       9962-EXIT.
           EXIT.

       9964-ADD-CSV-NUMBER.
           MOVE WS-CSV-NUMBER TO WS-CSV-NUMBER-EDIT
           MOVE WS-CSV-NUMBER-EDIT TO WS-CSV-TEXT
           PERFORM 9960-ADD-CSV-TEXT THRU 9960-EXIT.
       9964-EXIT.
           EXIT.

       9966-WRITE-CSV-LINE.
           MOVE WS-CSV-LINE TO DELIMITED-EXTRACT-LINE
           WRITE DELIMITED-EXTRACT-LINE
           ADD 1 TO WS-CSV-LINES-WRITTEN.
       9966-EXIT.
           EXIT.

       9980-CLOSE-EXTRACT.
           IF WS-CSV-FILE-OPEN
               CLOSE DELIMITED-EXTRACT-FILE
               MOVE 'N' TO WS-CSV-OPEN-SW
           END-IF.
       9980-EXIT.
           EXIT.
