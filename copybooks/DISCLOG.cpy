      ******************************************************************
      *    COPYBOOK:    DISCLOG
      *    PURPOSE:     Disclosure log record - one entry each time
      *                 part of a student's education record leaves
      *                 the office: an official transcript, a
      *                 dossier, an enrollment sent on the registrar
      *                 feeds, or a record shown at the inquiry
      *                 terminal.  Kept for the student's lifetime
      *                 here plus the leaver years set on the
      *                 LogPurge control record.  DisclosureReport
      *                 lists it by student and date range.  The
      *                 date is at column 1 and the StudentId at
      *                 column 15 for LogPurge.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  DISCLOSURE-LOG-RECORD.
           05  DSC-DATE                PIC 9(08).
           05  DSC-TIME                PIC 9(06).
           05  DSC-STUDENT-ID          PIC 9(07).
           05  DSC-OPERATOR-ID         PIC X(08).
           05  DSC-PROGRAM-ID          PIC X(12).
           05  DSC-RECIPIENT           PIC X(20).
           05  DSC-CATEGORY            PIC X(04).
               88  DSC-CAT-TRANSCRIPT  VALUE 'TRAN'.
               88  DSC-CAT-DOSSIER     VALUE 'DOSS'.
               88  DSC-CAT-ENROLLMENT  VALUE 'ENRL'.
               88  DSC-CAT-INQUIRY     VALUE 'INQR'.
           05  DSC-REFERENCE           PIC X(15).
