      ******************************************************************
      *    COPYBOOK:    INCTRAN
      *    PURPOSE:     Incident maintenance transaction - open,
      *                 update or close an INCIDENT record, in the
      *                 CRTTRAN style.  An open leaves the incident
      *                 number blank and carries the logged check's
      *                 store, clerk and register date/time; blank
      *                 fields on an update or close leave the field
      *                 as it stands.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  INCIDENT-MAINT-TRANSACTION.
           05  INT-ACTION-CODE         PIC X(01).
               88  INT-OPEN            VALUE 'O'.
               88  INT-UPDATE          VALUE 'U'.
               88  INT-CLOSE           VALUE 'C'.
           05  INT-INCIDENT-NUMBER     PIC X(07).
           05  INT-STORE-NUMBER        PIC X(03).
           05  INT-CLERK-ID            PIC X(08).
           05  INT-CHECK-DATE          PIC X(08).
           05  INT-CHECK-TIME          PIC X(04).
           05  INT-LICENSE-NO          PIC X(12).
           05  INT-INCIDENT-TYPE       PIC X(04).
           05  INT-POLICE-REPORT-NO    PIC X(12).
           05  INT-NARRATIVE           PIC X(100).
