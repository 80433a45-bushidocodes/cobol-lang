      *                 system date.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-08-22
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Added WS-SIMULATION-SWITCH, set from
      *                      the chain's CHAIN_SIMULATE setting.
      ******************************************************************
       01  WS-PROCESS-DATE-WORK.
           05  WS-PROCESSING-DATE      PIC 9(08).
           05  WS-DATE-OVERRIDE        PIC X(08).
           05  WS-PROCDATE-STATUS      PIC X(02).
               88  WS-PROCDATE-NOTFOUND VALUE "35".
           05  WS-SIMULATION-SWITCH    PIC X(01).
               88  WS-SIMULATION-RUN   VALUE 'Y'.
