      ******************************************************************
      *    COPYBOOK:    SPNMTRAN
      *    PURPOSE:     Sponsor maintenance transaction, in the
      *                 TRMTRAN style.  Record type S maintains the
      *                 sponsor master, type U a student's sponsor
      *                 authorization for a term; the body is read
      *                 through the layout for its type.  Blank
      *                 fields on a CHANGE leave the field as it
      *                 stands.  DELETE marks a sponsor inactive or
      *                 cancels an authorization.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  SPONSOR-MAINT-TRANSACTION.
           05  SMT-RECORD-TYPE         PIC X(01).
               88  SMT-SPONSOR         VALUE 'S'.
               88  SMT-AUTHORIZATION   VALUE 'U'.
           05  SMT-ACTION-CODE         PIC X(01).
               88  SMT-ADD             VALUE 'A'.
               88  SMT-CHANGE          VALUE 'C'.
               88  SMT-DELETE          VALUE 'D'.
           05  SMT-SPONSOR-ID          PIC X(06).
           05  SMT-SPONSOR-BODY.
               10  SMT-NAME            PIC X(30).
               10  SMT-STREET          PIC X(20).
               10  SMT-CITY            PIC X(15).
               10  SMT-STATE           PIC X(02).
               10  SMT-ZIP             PIC X(05).
               10  SMT-TERMS-DAYS      PIC X(03).
               10  SMT-COVERAGE-TYPE   PIC X(01).
               10  SMT-COVERAGE-VALUE  PIC X(07).
               10  SMT-COVERAGE-AMOUNT REDEFINES SMT-COVERAGE-VALUE
                                       PIC 9(05)V99.
           05  SMT-AUTH-BODY REDEFINES SMT-SPONSOR-BODY.
               10  SMT-STUDENT-ID      PIC X(07).
               10  SMT-TERM-CODE       PIC X(06).
               10  SMT-AUTH-REFERENCE  PIC X(10).
               10  FILLER              PIC X(60).
