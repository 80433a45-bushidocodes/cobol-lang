      ******************************************************************
      *    COPYBOOK:    STORMAST
      *    PURPOSE:     Store master, keyed on store number - name,
      *                 address, the district and district manager
      *                 the store reports to, and the liquor license
      *                 the store sells under.  STM-CHECK-FILE-NAME
      *                 and STM-RUN-FLAG carry the run list the
      *                 consolidated age-verification run works
      *                 through (formerly STORELST.DAT): every store
      *                 flagged Y has its transaction file processed.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  STORE-MASTER-RECORD.
           05  STM-STORE-NUMBER        PIC 9(03).
           05  STM-STORE-NAME          PIC X(30).
           05  STM-ADDRESS.
               10  STM-STREET          PIC X(25).
               10  STM-CITY            PIC X(15).
               10  STM-STATE           PIC X(02).
               10  STM-ZIP             PIC X(05).
           05  STM-DISTRICT            PIC X(04).
           05  STM-DISTRICT-MANAGER    PIC X(25).
           05  STM-LICENSE-NUMBER      PIC X(15).
           05  STM-LICENSE-EXPIRY      PIC 9(08).
           05  STM-CHECK-FILE-NAME     PIC X(12).
           05  STM-RUN-FLAG            PIC X(01).
               88  STM-IN-RUN          VALUE 'Y'.
