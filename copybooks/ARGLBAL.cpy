      ******************************************************************
      *    COPYBOOK:    ARGLBAL
      *    PURPOSE:     A/R tie-out balance record - one record, the
      *                 last period ArGlRecon reconciled: the money
      *                 controls dated after AGB-PERIOD-AFTER up to
      *                 AGB-RECON-DATE, and the receivables control
      *                 and GL control balances it opened and closed
      *                 the period with.  The next run opens at these
      *                 closing balances; a rerun for the same date
      *                 reuses the opening balances held here.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  AR-GL-BALANCE-RECORD.
           05  AGB-PERIOD-AFTER        PIC 9(08).
           05  AGB-RECON-DATE          PIC 9(08).
           05  AGB-OPEN-CONTROL        PIC S9(09)V99.
           05  AGB-OPEN-GL             PIC S9(09)V99.
           05  AGB-CLOSE-CONTROL       PIC S9(09)V99.
           05  AGB-CLOSE-GL            PIC S9(09)V99.
