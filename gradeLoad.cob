      *                      posts with a lapse deadline 120 days
      *                      out, after which the nightly lapse job
      *                      converts it to F.
      *      2026-10-15  DF  Grades posted here carry a blank source
      *                      institution; only TransferPost fills
      *                      it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GradeLoad.
           ELSE
               MOVE ZERO TO GRH-LAPSE-DATE
           END-IF
           MOVE SPACES TO GRH-SOURCE-INST
           WRITE GRADE-HISTORY-RECORD
           ADD 1 TO WS-GRADES-POSTED.
       2200-EXIT.
