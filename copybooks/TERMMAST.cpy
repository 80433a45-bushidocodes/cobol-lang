      ******************************************************************
      *    COPYBOOK:    TERMMAST
      *    PURPOSE:     TERM-MASTER record layout - the academic
      *                 calendar, one record per term, keyed on the
      *                 SP/SU/FA+year term code the intake derives.
      *                 Holds when the term starts and ends, its
      *                 census date, and the last days to add, to
      *                 drop without record and to withdraw.
      *                 Maintained by TermMaintenance; read by
      *                 EnrollEdit (late adds), RegDropProcess and
      *                 WithdrawCascade (W grades) and
      *                 CensusSnapshot.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  TERM-MASTER-RECORD.
           05  TRM-TERM-CODE           PIC X(06).
           05  TRM-DESCRIPTION         PIC X(20).
           05  TRM-START-DATE          PIC 9(08).
           05  TRM-END-DATE            PIC 9(08).
           05  TRM-CENSUS-DATE         PIC 9(08).
           05  TRM-LAST-ADD-DATE       PIC 9(08).
           05  TRM-LAST-DROP-DATE      PIC 9(08).
           05  TRM-LAST-WITHDRAW-DATE  PIC 9(08).
