      ******************************************************************
      *    COPYBOOK:    ACCTLFD
      *    PURPOSE:     FD for the student account ledger, record
      *                 layout included.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       FD  ACCOUNT-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTLDG.
