      ******************************************************************
      *    COPYBOOK:    SPONMAST
      *    PURPOSE:     SPONSOR-MASTER record layout - one record per
      *                 employer or agency that pays tuition on a
      *                 student's behalf, keyed on the sponsor id.
      *                 Holds where the consolidated sponsor invoice
      *                 is mailed, the payment terms in days and
      *                 what the sponsor covers: P a percentage of
      *                 each tuition charge, A a dollar cap per
      *                 student per term.  A sponsor is never
      *                 removed while receivables may name it; a
      *                 delete marks it inactive (I) and billing
      *                 stops moving charges to it.  Maintained by
      *                 SponsorMaintenance.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  SPONSOR-MASTER-RECORD.
           05  SPN-SPONSOR-ID          PIC X(06).
           05  SPN-NAME                PIC X(30).
           05  SPN-STREET              PIC X(20).
           05  SPN-CITY                PIC X(15).
           05  SPN-STATE               PIC X(02).
           05  SPN-ZIP                 PIC X(05).
           05  SPN-TERMS-DAYS          PIC 9(03).
           05  SPN-COVERAGE-TYPE       PIC X(01).
               88  SPN-COVERS-PERCENT  VALUE 'P'.
               88  SPN-COVERS-AMOUNT   VALUE 'A'.
               88  SPN-COVERAGE-VALID  VALUE 'P' 'A'.
           05  SPN-COVERAGE-VALUE      PIC 9(05)V99.
           05  SPN-STATUS-CODE         PIC X(01).
               88  SPN-STATUS-ACTIVE   VALUE 'A'.
               88  SPN-STATUS-INACTIVE VALUE 'I'.
