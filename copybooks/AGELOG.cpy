      *                      the ringing clerk holds no certificate,
      *                      L when it had lapsed on the decision
      *                      date, blank when current.
      *      2026-10-15  DF  AVL-LICENSE-MASKED (last four only) and
      *                      the one-way AVL-LICENSE-HASH appended;
      *                      the full license number is never
      *                      logged.
      ******************************************************************
       01  AGE-VERIFY-LOG-RECORD.
           05  AVL-DATE.
           05  AVL-CLERK-CERT-FLAG     PIC X(01).
               88  AVL-CLERK-UNCERTIFIED VALUE 'U'.
               88  AVL-CLERK-CERT-LAPSED VALUE 'L'.
           05  AVL-LICENSE-MASKED      PIC X(12).
           05  AVL-LICENSE-HASH        PIC 9(18).
