      ******************************************************************
      *    COPYBOOK:    MASSCTL
      *    PURPOSE:     Mass-update control log (MASSCTL.DAT), one
      *                 record per preview, execution or reversal of
      *                 a MassUpdate request.  The latest record for
      *                 a request id is its state: an execution must
      *                 follow a clean preview of the same request
      *                 image and StudentId list, and only an
      *                 executed request can be reversed.  A request
      *                 id once executed is never used again.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  MASS-CONTROL-RECORD.
           05  MUC-REQUEST-ID          PIC X(08).
           05  MUC-ACTION-CODE         PIC X(01).
               88  MUC-PREVIEWED       VALUE 'P'.
               88  MUC-REFUSED         VALUE 'X'.
               88  MUC-EXECUTED        VALUE 'E'.
               88  MUC-REVERSED        VALUE 'R'.
           05  MUC-ACTION-DATE         PIC 9(08).
           05  MUC-ACTION-TIME         PIC 9(06).
           05  MUC-OPERATOR-ID         PIC X(08).
           05  MUC-SELECTED-COUNT      PIC 9(05).
           05  MUC-CHANGED-COUNT       PIC 9(05).
           05  MUC-ID-LIST-COUNT       PIC 9(05).
           05  MUC-ID-LIST-HASH        PIC 9(12).
           05  MUC-REQUEST-IMAGE       PIC X(80).
