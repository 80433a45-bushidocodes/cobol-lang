      *                 PROCDATE.DAT control record, then the system
      *                 clock when neither is set - so a suite that
      *                 has not cut over yet behaves exactly as it
      *                 always did.  A step run under the chain's
      *                 simulate mode (CHAIN_SIMULATE=Y) is working
      *                 on copies of the files; that is announced on
      *                 the console and left in WS-SIMULATION-RUN for
      *                 the step to act on.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-08-22
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Picks up CHAIN_SIMULATE into
      *                      WS-SIMULATION-SWITCH.
      ******************************************************************
       9500-GET-PROCESS-DATE.
           ACCEPT WS-PROCESSING-DATE FROM DATE YYYYMMDD
           IF WS-DATE-OVERRIDE NUMERIC
                   AND WS-DATE-OVERRIDE NOT = "00000000"
               MOVE WS-DATE-OVERRIDE TO WS-PROCESSING-DATE
           END-IF
           MOVE 'N' TO WS-SIMULATION-SWITCH
           ACCEPT WS-SIMULATION-SWITCH FROM ENVIRONMENT "CHAIN_SIMULATE"
           IF WS-SIMULATION-RUN
               DISPLAY "*** SIMULATION - working copies only, "
                   "nothing is posted ***"
           END-IF.
       9500-EXIT.
           EXIT.
