      *                  operator's PROCESS_DATE override leaves the
      *                  control file alone - a rerun of an earlier
      *                  business day must not step the suite's date
      *                  backwards.  Nor does a simulation run of the
      *                  chain - the date stays where it is for the
      *                  real run.
      *    MODIFICATION HISTORY:
      *      2026-08-22  DF  Original version.
      *      2026-08-22  DF  Advances to the next business day on
      *                      the override stepped the suite's
      *                      processing date backwards after a
      *                      rerun.
      *      2026-10-15  DF  A simulation run of the chain leaves
      *                      the control date alone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DateAdvance.
               PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
               STOP RUN
           END-IF
           IF WS-SIMULATION-RUN
               DISPLAY "DateAdvance - SIMULATION, processing date "
                   WS-PROCESSING-DATE " not advanced"
               PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
               STOP RUN
           END-IF
           PERFORM 9400-LOAD-CALENDAR THRU 9400-EXIT
           MOVE WS-PROCESSING-DATE TO WS-BIZ-CHECK-DATE
           PERFORM 9460-NEXT-BUSINESS-DAY THRU 9460-EXIT
