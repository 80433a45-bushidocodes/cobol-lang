      ******************************************************************
      *    COPYBOOK:    MASSUNDO
      *    PURPOSE:     Mass-update reversal record (MASSUNDO.DAT),
      *                 one per student master record a MassUpdate
      *                 request changed: the whole record as it was
      *                 before and as the request left it.  The
      *                 reversal puts the before-image back on any
      *                 record still as the request left it.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  MASS-UNDO-RECORD.
           05  MUU-REQUEST-ID          PIC X(08).
           05  MUU-STUDENT-ID          PIC 9(07).
           05  MUU-BEFORE-IMAGE        PIC X(91).
           05  MUU-AFTER-IMAGE         PIC X(91).
