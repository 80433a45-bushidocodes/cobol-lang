      ******************************************************************
      *    COPYBOOK:    SPRVFD
      *    PURPOSE:     FDs for the sponsor receivable, sponsor
      *                 authorization and sponsor credit files,
      *                 record layouts included.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       FD  SPONSOR-RECEIVABLE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPONRCV.

       FD  SPONSOR-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPNAUTH.

       FD  SPONSOR-CREDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SPNCRED.
