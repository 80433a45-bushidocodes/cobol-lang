      ******************************************************************
      *    COPYBOOK:    MASSREQ
      *    PURPOSE:     Student master mass-update request (MASSREQ.DAT)
      *                 read by MassUpdate.  One H record names the
      *                 request, its selection and the field changes;
      *                 optional I records that follow list the
      *                 StudentIds it is confined to, each with a
      *                 corrected date of birth of its own when the
      *                 batch is one of bad birth dates.  Selection
      *                 fields left blank select on nothing; change
      *                 fields left blank change nothing.  A status
      *                 of A also selects the blank (pre-cutover)
      *                 active status.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  MASS-UPDATE-REQUEST.
           05  MUR-RECORD-TYPE         PIC X(01).
               88  MUR-HEADER          VALUE 'H'.
               88  MUR-ID-LINE         VALUE 'I'.
           05  MUR-REQUEST-ID          PIC X(08).
           05  MUR-HEADER-DATA.
               10  MUR-SEL-COURSE-CODE PIC X(04).
               10  MUR-SEL-TERM-CODE   PIC X(06).
               10  MUR-SEL-STATUS-CODE PIC X(01).
               10  MUR-SEL-ENTRY-FROM  PIC X(08).
               10  MUR-SEL-ENTRY-TO    PIC X(08).
               10  MUR-NEW-COURSE-CODE PIC X(04).
               10  MUR-NEW-TERM-CODE   PIC X(06).
               10  MUR-NEW-DATE-OF-BIRTH PIC X(08).
               10  MUR-CEILING         PIC X(05).
               10  MUR-REASON          PIC X(30).
           05  MUR-ID-DATA REDEFINES MUR-HEADER-DATA.
               10  MUR-ID-STUDENT-ID   PIC X(07).
               10  MUR-ID-NEW-DOB      PIC X(08).
               10  FILLER              PIC X(65).
