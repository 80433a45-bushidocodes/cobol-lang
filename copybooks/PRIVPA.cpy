      ******************************************************************
      *    COPYBOOK:    PRIVPA
      *    PURPOSE:     Common directory-privacy paragraphs.  Caller
      *                 must COPY PRIVWS into WORKING-STORAGE.
      *                 9490-CHECK-PRIVACY decides whether a student's
      *                 opt-out is in force: the flag must be Y and
      *                 the effective date zero, unreadable (a record
      *                 blocked before the date was kept) or on or
      *                 before WS-PVB-AS-OF-DATE - a block keyed
      *                 ahead to start next term does not hide the
      *                 student today.  9495-SHOW-PRIVACY-BANNER
      *                 puts the warning every operator screen shows
      *                 above a blocked student's details.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       9490-CHECK-PRIVACY.
           SET WS-PVB-RELEASABLE TO TRUE
           IF NOT WS-PVB-FLAG-SET
               GO TO 9490-EXIT
           END-IF
           IF WS-PVB-BLOCK-DATE NOT NUMERIC
               SET WS-PVB-WITHHELD TO TRUE
               GO TO 9490-EXIT
           END-IF
           IF WS-PVB-BLOCK-DATE-NUM = ZERO
                   OR WS-PVB-BLOCK-DATE-NUM NOT > WS-PVB-AS-OF-DATE
               SET WS-PVB-WITHHELD TO TRUE
           END-IF.
       9490-EXIT.
           EXIT.

       9495-SHOW-PRIVACY-BANNER.
           DISPLAY "**************************************************"
           DISPLAY "*  CONFIDENTIAL - DIRECTORY INFORMATION BLOCKED  *"
           DISPLAY "*  Student has opted out.  Do not confirm or     *"
           DISPLAY "*  release any detail without written consent.   *"
           DISPLAY "**************************************************".
       9495-EXIT.
           EXIT.
