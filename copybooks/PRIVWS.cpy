      ******************************************************************
      *    COPYBOOK:    PRIVWS
      *    PURPOSE:     Work fields for the shared directory-privacy
      *                 check (PRIVPA).  Caller moves the processing
      *                 date to WS-PVB-AS-OF-DATE once, then for each
      *                 student moves STU-PRIVACY-BLOCK and
      *                 STU-PRIVACY-DATE to WS-PVB-BLOCK-FLAG and
      *                 WS-PVB-BLOCK-DATE and PERFORMs
      *                 9490-CHECK-PRIVACY.  WS-PVB-WITHHELD is set
      *                 when the block is in force on the as-of date.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-PRIVACY-CHECK-WORK.
           05  WS-PVB-AS-OF-DATE       PIC 9(08) VALUE ZERO.
           05  WS-PVB-BLOCK-FLAG       PIC X(01).
               88  WS-PVB-FLAG-SET     VALUE 'Y'.
           05  WS-PVB-BLOCK-DATE       PIC X(08).
           05  WS-PVB-BLOCK-DATE-NUM REDEFINES WS-PVB-BLOCK-DATE
                                       PIC 9(08).
           05  WS-PVB-RESULT           PIC X(01).
               88  WS-PVB-WITHHELD     VALUE 'Y'.
               88  WS-PVB-RELEASABLE   VALUE 'N'.
           05  WS-PVB-CONFIDENTIAL     PIC X(12)
                                       VALUE "CONFIDENTIAL".
