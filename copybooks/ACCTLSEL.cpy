      ******************************************************************
      *    COPYBOOK:    ACCTLSEL
      *    PURPOSE:     FILE-CONTROL entry for the student account
      *                 ledger, for every program that COPYs ACCTLWS
      *                 and ACCTLPA.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
           SELECT ACCOUNT-LEDGER-FILE ASSIGN TO "ACCTLDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-LEDGER-STATUS.
