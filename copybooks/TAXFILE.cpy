      ******************************************************************
      *    COPYBOOK:    TAXFILE
      *    PURPOSE:     Tuition tax statement electronic filing
      *                 layouts, in the GLJRNL style - a transmitter
      *                 header, one payee record per student and a
      *                 control-total record, all 120 bytes.  The
      *                 header says whether the file is an original
      *                 or a correction; a payee corrected after the
      *                 original filing carries 'G' in its corrected
      *                 indicator.  The payee account number is the
      *                 StudentId.  Amount 1 is qualified tuition
      *                 billed, amount 4 adjustments to a prior
      *                 year, amount 5 scholarships and grants.  The
      *                 control record carries the payee count and
      *                 the three amount totals.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  TAX-TRANSMITTER-RECORD.
           05  TXF-T-RECORD-TYPE       PIC X(01).
               88  TXF-IS-TRANSMITTER  VALUE 'T'.
           05  TXF-T-TAX-YEAR          PIC 9(04).
           05  TXF-T-FILING-TYPE       PIC X(01).
               88  TXF-T-ORIGINAL      VALUE 'O'.
               88  TXF-T-CORRECTION    VALUE 'C'.
           05  TXF-T-TRANSMITTER-TIN   PIC X(09).
           05  TXF-T-TRANSMITTER-NAME  PIC X(40).
           05  TXF-T-CREATED-DATE      PIC 9(08).
           05  FILLER                  PIC X(57).

       01  TAX-PAYEE-RECORD.
           05  TXF-B-RECORD-TYPE       PIC X(01).
               88  TXF-IS-PAYEE        VALUE 'B'.
           05  TXF-B-TAX-YEAR          PIC 9(04).
           05  TXF-B-CORRECTED         PIC X(01).
               88  TXF-B-IS-CORRECTED  VALUE 'G'.
           05  TXF-B-ACCOUNT-NUMBER    PIC 9(07).
           05  TXF-B-SURNAME           PIC X(20).
           05  TXF-B-GIVEN-NAME        PIC X(15).
           05  TXF-B-STREET            PIC X(20).
           05  TXF-B-CITY              PIC X(15).
           05  TXF-B-STATE             PIC X(02).
           05  TXF-B-ZIP               PIC X(05).
           05  TXF-B-AMOUNT-1          PIC 9(07)V99.
           05  TXF-B-AMOUNT-4          PIC 9(07)V99.
           05  TXF-B-AMOUNT-5          PIC 9(07)V99.
           05  FILLER                  PIC X(03).

       01  TAX-CONTROL-RECORD.
           05  TXF-C-RECORD-TYPE       PIC X(01).
               88  TXF-IS-CONTROL      VALUE 'C'.
           05  TXF-C-TAX-YEAR          PIC 9(04).
           05  TXF-C-PAYEE-COUNT       PIC 9(07).
           05  TXF-C-AMOUNT-1-TOTAL    PIC 9(11)V99.
           05  TXF-C-AMOUNT-4-TOTAL    PIC 9(11)V99.
           05  TXF-C-AMOUNT-5-TOTAL    PIC 9(11)V99.
           05  FILLER                  PIC X(69).
