      ******************************************************************
      *    COPYBOOK:    MAILRTX
      *    PURPOSE:     Returned-mail transaction - one per piece the
      *                 post office sends back undeliverable.  Names
      *                 the student, the date it came back (zero for
      *                 the processing date), the document that
      *                 bounced, and the street line as printed on
      *                 the envelope, so a piece mailed to an address
      *                 since replaced can be recognised as stale.
      *                 Applied by ReturnedMail.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  RETURNED-MAIL-TRANSACTION.
           05  MRT-STUDENT-ID          PIC 9(07).
           05  MRT-RETURN-DATE         PIC 9(08).
           05  MRT-DOCUMENT            PIC X(04).
               88  MRT-DOCUMENT-VALID  VALUE "DUNN" "TRAN" "RFND"
                                             "STMT" "CANC" "VERL"
                                             "OTHR".
           05  MRT-STREET              PIC X(20).
