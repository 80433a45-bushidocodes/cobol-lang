      ******************************************************************
      *    COPYBOOK:    AGEDCRES
      *    PURPOSE:     Request and result area for the register-
      *                 callable AgeDecide.  The register interface
      *                 passes its AGE-CHECK-TRANSACTION (AGECKTRN)
      *                 and this area with ADR-REQUEST-CODE D for
      *                 every sale; AgeDecide hands back allow or
      *                 refuse, the refusal reason, the ages it
      *                 judged by and the clerk certification flag,
      *                 exactly as the overnight verification run
      *                 would.  Request E at close of day releases
      *                 the rule files.  ADR-RETURN-CODE is 00 when
      *                 the request was carried out and 16 for an
      *                 unknown request code.  The register writes
      *                 ADR-DECISION and ADR-REFUSAL-REASON onto its
      *                 capture record so the verification run can
      *                 re-judge them.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  AGE-DECISION-RESULT.
           05  ADR-REQUEST-CODE        PIC X(01).
               88  ADR-DECIDE          VALUE 'D'.
               88  ADR-END-OF-DAY      VALUE 'E'.
           05  ADR-RETURN-CODE         PIC 9(02).
           05  ADR-DECISION            PIC X(01).
               88  ADR-ALLOWED         VALUE 'A'.
               88  ADR-REFUSED         VALUE 'R'.
           05  ADR-REFUSAL-REASON      PIC X(10).
           05  ADR-CUSTOMER-AGE        PIC 9(03).
           05  ADR-REQUIRED-AGE        PIC 9(03).
           05  ADR-CLERK-CERT-FLAG     PIC X(01).
